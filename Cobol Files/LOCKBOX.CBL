       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCKBOX-APPLY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The bank's daily lockbox file - one line per cheque
      *    banked. Some days the bank sends nothing.
           SELECT LOCKBOX-FILE ASSIGN TO 'LOCKBOX.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCKBOX-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    DYNAMIC so an item can be read by the order ID the
      *    customer quoted and a customer's items browsed on the
      *    alternate key.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
      *    Every remittance already dealt with, by deposit date and
      *    bank item sequence - the same keyed guard ORDHIST.KSDS
      *    gives MQ-RECEIVER, so a lockbox file fed through twice
      *    applies its cash once.
           SELECT LOCKBOX-HISTORY-KSDS ASSIGN TO 'LOCKHIST.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS LH-KEY
           FILE STATUS IS WS-HISTORY-STATUS.
           SELECT UNAPPLIED-CASH-FILE ASSIGN TO 'UNAPPCSH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNAPPLIED-STATUS.
      *    The master is read only for the account's existence and
      *    CUST-STATUS - balances live in CUSTOMER_TABLE.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    One-line counter behind the lockbox payment order IDs,
      *    the same scheme BALANCE-ADJUST keeps in ADJSEQ.DAT.
           SELECT LOCKBOX-SEQ-FILE ASSIGN TO 'LBXSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.
           SELECT LOCKBOX-REPORT ASSIGN TO 'LOCKBOX.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LOCKBOX-FILE.
       COPY "LOCKBOX.cpy".

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

       FD LOCKBOX-HISTORY-KSDS.
       01 LOCKBOX-HISTORY-KEY-RECORD.
           05 LH-KEY.
               10 LH-DEPOSIT-DATE PIC X(8).
               10 LH-ITEM-SEQ     PIC X(6).

       FD UNAPPLIED-CASH-FILE.
       COPY "UNAPPCSH.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD LOCKBOX-SEQ-FILE.
       01 LOCKBOX-SEQ-RECORD PIC 9(6).

       FD LOCKBOX-REPORT.
       01 LOCKBOX-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LOCKBOX-STATUS   PIC XX.
       01 WS-LEDGER-STATUS    PIC XX.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-HISTORY-STATUS   PIC XX.
       01 WS-UNAPPLIED-STATUS PIC XX.
       01 WS-CUST-STATUS      PIC XX.
       01 WS-SEQ-STATUS       PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-ITEMS-EOF        PIC X(3) VALUE 'NO'.
       01 WS-LEDGER-OPEN      PIC X(3) VALUE 'NO'.
       01 WS-FILES-OPEN       PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-NOW              PIC X(26).

      *    What one remittance came to: the open item it was put
      *    against (if any), how much went on it, and what was
      *    left over for the suspense file and why.
       01 WS-MATCH-FOUND      PIC X(3) VALUE 'NO'.
       01 WS-MATCH-ORDER-ID   PIC X(8).
       01 WS-APPLIED-AMOUNT   PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-UNAPPLIED-AMOUNT PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-UNAPPLIED-REASON PIC X(30).
       01 WS-REMIT-ACTION     PIC X(30).

       01 WS-PAYMENT-ID       PIC X(8).
       01 WS-LOCKBOX-SEQ      PIC 9(6) VALUE 0.
       01 WS-SQLCODE-DISPLAY  PIC -(8)9.

       01 WS-COUNTERS.
           05 WS-REMITTANCES-READ  PIC 9(7) VALUE 0.
           05 WS-REMITTANCES-APPLIED PIC 9(7) VALUE 0.
           05 WS-REMITTANCES-UNAPPLIED PIC 9(7) VALUE 0.
           05 WS-DUPLICATES-SKIPPED PIC 9(7) VALUE 0.
           05 WS-POSTING-FAILURES  PIC 9(7) VALUE 0.
           05 WS-ITEMS-RAISED      PIC 9(7) VALUE 0.
           05 WS-ITEMS-ADDED-TO    PIC 9(7) VALUE 0.
           05 WS-ITEMS-PAID        PIC 9(7) VALUE 0.
       01 WS-TOTAL-RECEIVED   PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-APPLIED    PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-UNAPPLIED  PIC S9(11)V99 VALUE 0.

       01 WS-DETAIL-LINE.
           05 DL-DEPOSIT-DATE PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-ITEM-SEQ     PIC X(6).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-REFERENCE    PIC X(20).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-AMOUNT       PIC -(7)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-ORDER-ID     PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-APPLIED      PIC -(7)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-UNAPPLIED    PIC -(7)9.99.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 DL-ACTION       PIC X(30).
           05 FILLER          PIC X(9) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(24).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 TL-AMOUNT       PIC -(10)9.99.
           05 FILLER          PIC X(85) VALUE SPACES.

      * Open-item cash application from the bank's daily lockbox.
      * The open-item file is first brought up to date from the
      * ledger - every POSTED sale becomes (or adds to) an item
      * with its own open balance. Each remittance is then matched
      * to one of the customer's open items: the order ID quoted as
      * the remittance reference first, and failing that a single
      * open item for exactly the amount paid. The matched amount
      * is posted to CUSTOMER_TABLE (BALANCE up, as a 'P' payment
      * message does), written to the ledger as a type 'P' POSTED
      * line under its own 'LB' order ID, and taken off the item's
      * open balance. Whatever cannot be matched - an unknown or
      * archived account, no item to put it against, or the
      * overpaid part of a matched item - is not posted at all but
      * appended to UNAPPCSH.DAT for the cash desk to work. Every
      * remittance, applied or not, is listed on LOCKBOX.RPT and
      * remembered in LOCKHIST.KSDS so a rerun passes it over.
      * Payments that still arrive as 'P' messages through
      * MQ-RECEIVER move the balance as before but are not put
      * against any item.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.

           OPEN OUTPUT LOCKBOX-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN LOCKBOX.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM OPEN-OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = '00'
               CLOSE LOCKBOX-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM SYNC-OPEN-ITEMS.
           IF WS-LEDGER-STATUS NOT = '00'
               CLOSE OPEN-ITEM-FILE
               CLOSE LOCKBOX-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT LOCKBOX-FILE.
           IF WS-LOCKBOX-STATUS NOT = '00'
               DISPLAY 'LOCKBOX-APPLY - NO LOCKBOX FILE TODAY STATUS='
                   WS-LOCKBOX-STATUS
               MOVE SPACES TO LOCKBOX-REPORT-RECORD
               MOVE 'NO LOCKBOX FILE RECEIVED' TO LOCKBOX-REPORT-RECORD
               WRITE LOCKBOX-REPORT-RECORD
               PERFORM WRITE-REPORT-TOTALS
               CLOSE OPEN-ITEM-FILE
               CLOSE LOCKBOX-REPORT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-APPLICATION-FILES.
           IF WS-FILES-OPEN = 'NO'
               MOVE 8 TO RETURN-CODE
               CLOSE LOCKBOX-FILE
               CLOSE OPEN-ITEM-FILE
               CLOSE LOCKBOX-REPORT
               GOBACK
           END-IF.

           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ LOCKBOX-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REMITTANCES-READ
                       PERFORM PROCESS-REMITTANCE
               END-READ
           END-PERFORM.

           CLOSE LOCKBOX-FILE.
           CLOSE OPEN-ITEM-FILE.
           CLOSE LOCKBOX-HISTORY-KSDS.
           CLOSE UNAPPLIED-CASH-FILE.
           CLOSE CUSTOMER-FILE.
           IF WS-LEDGER-OPEN = 'YES'
               CLOSE ORDER-LEDGER-FILE
           END-IF.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LOCKBOX-REPORT.
           DISPLAY 'LOCKBOX-APPLY - READ ' WS-REMITTANCES-READ
               ' APPLIED ' WS-REMITTANCES-APPLIED
               ' TO SUSPENSE ' WS-REMITTANCES-UNAPPLIED
               ' DUPLICATES ' WS-DUPLICATES-SKIPPED.
           IF WS-POSTING-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Opens (or on the very first run creates) the open-item
      *    file. It cannot be worked without it.
       OPEN-OPEN-ITEM-FILE.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS NOT = '00'
               OPEN OUTPUT OPEN-ITEM-FILE
               IF WS-OPEN-ITEM-STATUS = '00'
                   CLOSE OPEN-ITEM-FILE
                   OPEN I-O OPEN-ITEM-FILE
               END-IF
           END-IF.
           IF WS-OPEN-ITEM-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN OPENITEM.KSDS STATUS='
                   WS-OPEN-ITEM-STATUS
               MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E094' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN OPENITEM.KSDS STATUS='
                   WS-OPEN-ITEM-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Every POSTED sale on the ledger is an open item. A line
      *    posted after the item's newest counted line is a
      *    backorder fill billed under the same order ID and adds
      *    to what is owed on it; anything at or before that time
      *    has been counted already.
       SYNC-OPEN-ITEMS.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E095' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF LGR-OUTCOME = 'POSTED'
                               AND LGR-ORDER-TYPE = 'S'
                               PERFORM SYNC-ONE-SALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
               MOVE '00' TO WS-LEDGER-STATUS
           END-IF.

       SYNC-ONE-SALE.
           MOVE LGR-ORDER-ID TO OI-ORDER-ID.
           READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID
               INVALID KEY
                   MOVE SPACES TO OPEN-ITEM-RECORD
                   MOVE LGR-ORDER-ID TO OI-ORDER-ID
                   MOVE LGR-CUST-ID TO OI-CUST-ID
                   MOVE 'OPEN' TO OI-STATUS
                   IF LGR-POSTING-DATE = SPACES
                       MOVE LGR-TIMESTAMP(1:8) TO OI-POSTED-DATE
                   ELSE
                       MOVE LGR-POSTING-DATE TO OI-POSTED-DATE
                   END-IF
                   MOVE LGR-TOTAL-AMOUNT TO OI-ORIGINAL
                   MOVE 0 TO OI-APPLIED
                   MOVE LGR-TOTAL-AMOUNT TO OI-OPEN
                   MOVE LGR-TIMESTAMP TO OI-LAST-LEDGER-TS
                   WRITE OPEN-ITEM-RECORD
                       INVALID KEY CONTINUE
                   END-WRITE
                   ADD 1 TO WS-ITEMS-RAISED
               NOT INVALID KEY
                   IF LGR-TIMESTAMP > OI-LAST-LEDGER-TS
                       ADD LGR-TOTAL-AMOUNT TO OI-ORIGINAL
                       ADD LGR-TOTAL-AMOUNT TO OI-OPEN
                       MOVE 'OPEN' TO OI-STATUS
                       MOVE LGR-TIMESTAMP TO OI-LAST-LEDGER-TS
                       REWRITE OPEN-ITEM-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
                       ADD 1 TO WS-ITEMS-ADDED-TO
                   END-IF
           END-READ.

      *    The remittance history is created on first use; the
      *    suspense file is appended to, never replaced.
       OPEN-APPLICATION-FILES.
           OPEN I-O LOCKBOX-HISTORY-KSDS.
           IF WS-HISTORY-STATUS NOT = '00'
               OPEN OUTPUT LOCKBOX-HISTORY-KSDS
               IF WS-HISTORY-STATUS = '00'
                   CLOSE LOCKBOX-HISTORY-KSDS
                   OPEN I-O LOCKBOX-HISTORY-KSDS
               END-IF
           END-IF.
           IF WS-HISTORY-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN LOCKHIST.KSDS STATUS='
                   WS-HISTORY-STATUS
               MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E096' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN LOCKHIST.KSDS STATUS='
                   WS-HISTORY-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               OPEN EXTEND UNAPPLIED-CASH-FILE
               IF WS-UNAPPLIED-STATUS NOT = '00'
                   OPEN OUTPUT UNAPPLIED-CASH-FILE
               END-IF
               IF WS-UNAPPLIED-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN UNAPPCSH.DAT STATUS='
                       WS-UNAPPLIED-STATUS
                   MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E097' TO ERR-CODE
                   MOVE 'FATAL' TO ERR-SEVERITY
                   STRING 'UNABLE TO OPEN UNAPPCSH.DAT STATUS='
                       WS-UNAPPLIED-STATUS DELIMITED BY SIZE
                       INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
                   CLOSE LOCKBOX-HISTORY-KSDS
               ELSE
                   OPEN INPUT CUSTOMER-FILE
                   IF WS-CUST-STATUS NOT = '00'
                       DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS '
                           'STATUS=' WS-CUST-STATUS
                       MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
                       MOVE SPACES TO ERR-TIMESTAMP
                       MOVE 'E098' TO ERR-CODE
                       MOVE 'FATAL' TO ERR-SEVERITY
                       STRING 'UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                           WS-CUST-STATUS DELIMITED BY SIZE
                           INTO ERR-MESSAGE
                       CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
                       CLOSE LOCKBOX-HISTORY-KSDS
                       CLOSE UNAPPLIED-CASH-FILE
                   ELSE
                       MOVE 'YES' TO WS-FILES-OPEN
                   END-IF
               END-IF
           END-IF.

       PROCESS-REMITTANCE.
           MOVE LBX-DEPOSIT-DATE TO LH-DEPOSIT-DATE.
           MOVE LBX-ITEM-SEQ TO LH-ITEM-SEQ.
           READ LOCKBOX-HISTORY-KSDS
               INVALID KEY
                   MOVE '23' TO WS-HISTORY-STATUS
           END-READ.
           IF WS-HISTORY-STATUS = '00'
               ADD 1 TO WS-DUPLICATES-SKIPPED
               MOVE SPACES TO WS-MATCH-ORDER-ID
               MOVE 0 TO WS-APPLIED-AMOUNT
               MOVE 0 TO WS-UNAPPLIED-AMOUNT
               MOVE 'SKIP - ALREADY APPLIED' TO WS-REMIT-ACTION
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM APPLY-REMITTANCE
               MOVE LBX-DEPOSIT-DATE TO LH-DEPOSIT-DATE
               MOVE LBX-ITEM-SEQ TO LH-ITEM-SEQ
               WRITE LOCKBOX-HISTORY-KEY-RECORD
                   INVALID KEY CONTINUE
               END-WRITE
               PERFORM WRITE-REPORT-LINE
           END-IF.

      *    Decide first, then move the money: the account must be
      *    one we can post to, and the cash must match an open
      *    item. Whatever is left after the match goes to suspense.
       APPLY-REMITTANCE.
           MOVE 'NO' TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-MATCH-ORDER-ID.
           MOVE SPACES TO WS-UNAPPLIED-REASON.
           MOVE 0 TO WS-APPLIED-AMOUNT.
           MOVE 0 TO WS-UNAPPLIED-AMOUNT.
           IF LBX-AMOUNT IS NOT NUMERIC
               MOVE 'AMOUNT NOT VALID' TO WS-UNAPPLIED-REASON
           ELSE
               ADD LBX-AMOUNT TO WS-TOTAL-RECEIVED
               MOVE LBX-AMOUNT TO WS-UNAPPLIED-AMOUNT
               MOVE LBX-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-CUST-STATUS
               END-READ
               EVALUATE TRUE
                   WHEN LBX-AMOUNT = 0
                       MOVE 'AMOUNT NOT VALID' TO WS-UNAPPLIED-REASON
                   WHEN WS-CUST-STATUS NOT = '00'
                       MOVE 'CUSTOMER NOT ON FILE'
                           TO WS-UNAPPLIED-REASON
                   WHEN CUST-STATUS = 'ARCHIVED'
                       MOVE 'ACCOUNT ARCHIVED' TO WS-UNAPPLIED-REASON
                   WHEN OTHER
                       PERFORM MATCH-BY-REFERENCE
                       IF WS-MATCH-FOUND = 'NO'
                           PERFORM MATCH-BY-AMOUNT
                       END-IF
                       IF WS-MATCH-FOUND = 'YES'
                           PERFORM POST-APPLIED-CASH
                       ELSE
                           MOVE 'NO MATCHING OPEN ITEM'
                               TO WS-UNAPPLIED-REASON
                       END-IF
               END-EVALUATE
           END-IF.
           IF WS-UNAPPLIED-AMOUNT > 0
               OR WS-UNAPPLIED-REASON = 'AMOUNT NOT VALID'
               PERFORM WRITE-UNAPPLIED-CASH
           END-IF.
           EVALUATE TRUE
               WHEN WS-APPLIED-AMOUNT > 0
                   AND WS-UNAPPLIED-AMOUNT > 0
                   MOVE 'APPLIED - REST TO SUSPENSE'
                       TO WS-REMIT-ACTION
               WHEN WS-APPLIED-AMOUNT > 0
                   MOVE 'APPLIED' TO WS-REMIT-ACTION
               WHEN OTHER
                   MOVE SPACES TO WS-REMIT-ACTION
                   STRING 'SUSPENSE - ' WS-UNAPPLIED-REASON
                       DELIMITED BY SIZE INTO WS-REMIT-ACTION
           END-EVALUATE.

      *    The reference the customer wrote is taken as an order ID
      *    only when it is exactly one - eight characters, nothing
      *    after - and names an open item on this same account.
       MATCH-BY-REFERENCE.
           IF LBX-REFERENCE(1:8) NOT = SPACES
               AND LBX-REFERENCE(9:12) = SPACES
               MOVE LBX-REFERENCE(1:8) TO OI-ORDER-ID
               READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF OI-CUST-ID = LBX-CUST-ID AND OI-OPEN > 0
                           MOVE 'YES' TO WS-MATCH-FOUND
                           MOVE OI-ORDER-ID TO WS-MATCH-ORDER-ID
                       END-IF
               END-READ
           END-IF.

      *    No usable reference: the first of the customer's open
      *    items for exactly the amount paid. Anything less certain
      *    than that is left to the cash desk.
       MATCH-BY-AMOUNT.
           MOVE 'NO' TO WS-ITEMS-EOF.
           MOVE LBX-CUST-ID TO OI-CUST-ID.
           START OPEN-ITEM-FILE KEY IS = OI-CUST-ID
               INVALID KEY
                   MOVE 'YES' TO WS-ITEMS-EOF
           END-START.
           PERFORM UNTIL WS-ITEMS-EOF = 'YES'
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-CUST-ID NOT = LBX-CUST-ID
                           MOVE 'YES' TO WS-ITEMS-EOF
                       ELSE
                           IF OI-OPEN > 0 AND OI-OPEN = LBX-AMOUNT
                               MOVE 'YES' TO WS-MATCH-FOUND
                               MOVE OI-ORDER-ID TO WS-MATCH-ORDER-ID
                               MOVE 'YES' TO WS-ITEMS-EOF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Up to the item's open balance goes on it; the rest is
      *    overpayment. DB2 takes the cash first, and the item and
      *    the ledger move only once it has - a failed update
      *    leaves the whole remittance in suspense.
       POST-APPLIED-CASH.
           MOVE WS-MATCH-ORDER-ID TO OI-ORDER-ID.
           READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID
               INVALID KEY
                   MOVE 'NO' TO WS-MATCH-FOUND
           END-READ.
           IF WS-MATCH-FOUND = 'YES'
               IF LBX-AMOUNT > OI-OPEN
                   MOVE OI-OPEN TO WS-APPLIED-AMOUNT
               ELSE
                   MOVE LBX-AMOUNT TO WS-APPLIED-AMOUNT
               END-IF
               EXEC SQL
                   UPDATE CUSTOMER_TABLE
                   SET BALANCE = BALANCE + :WS-APPLIED-AMOUNT
                   WHERE ID = :LBX-CUST-ID
               END-EXEC
               IF SQLCODE = 0
                   SUBTRACT WS-APPLIED-AMOUNT FROM WS-UNAPPLIED-AMOUNT
                   IF WS-UNAPPLIED-AMOUNT > 0
                       MOVE 'OVERPAYMENT' TO WS-UNAPPLIED-REASON
                   END-IF
                   ADD WS-APPLIED-AMOUNT TO OI-APPLIED
                   SUBTRACT WS-APPLIED-AMOUNT FROM OI-OPEN
                   IF OI-OPEN = 0
                       MOVE 'PAID' TO OI-STATUS
                       ADD 1 TO WS-ITEMS-PAID
                   END-IF
                   MOVE WS-RUN-DATE TO OI-LAST-PAID
                   MOVE LBX-REFERENCE TO OI-LAST-REMIT
                   REWRITE OPEN-ITEM-RECORD
                       INVALID KEY CONTINUE
                   END-REWRITE
                   PERFORM NEXT-PAYMENT-ID
                   PERFORM WRITE-PAYMENT-LEDGER
                   ADD 1 TO WS-REMITTANCES-APPLIED
                   ADD WS-APPLIED-AMOUNT TO WS-TOTAL-APPLIED
               ELSE
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   MOVE 0 TO WS-APPLIED-AMOUNT
                   MOVE 'POSTING FAILED - SQL ERROR'
                       TO WS-UNAPPLIED-REASON
                   ADD 1 TO WS-POSTING-FAILURES
                   MOVE 'LOCKBOX' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E099' TO ERR-CODE
                   MOVE 'WARN' TO ERR-SEVERITY
                   STRING 'LOCKBOX PAYMENT NOT POSTED CUST='
                       LBX-CUST-ID ' SQLCODE=' WS-SQLCODE-DISPLAY
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               END-IF
           ELSE
               MOVE 'NO MATCHING OPEN ITEM' TO WS-UNAPPLIED-REASON
           END-IF.

      *    Read the last issued number, take the next, and persist
      *    it before the ledger line is written - as BALANCE-ADJUST
      *    does for its 'AJ' numbers.
       NEXT-PAYMENT-ID.
           MOVE 0 TO WS-LOCKBOX-SEQ.
           OPEN INPUT LOCKBOX-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ LOCKBOX-SEQ-FILE
                   NOT AT END
                       IF LOCKBOX-SEQ-RECORD IS NUMERIC
                           MOVE LOCKBOX-SEQ-RECORD TO WS-LOCKBOX-SEQ
                       END-IF
               END-READ
               CLOSE LOCKBOX-SEQ-FILE
           END-IF.
           IF WS-LOCKBOX-SEQ >= 999999
               MOVE 0 TO WS-LOCKBOX-SEQ
           END-IF.
           ADD 1 TO WS-LOCKBOX-SEQ.
           OPEN OUTPUT LOCKBOX-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-LOCKBOX-SEQ TO LOCKBOX-SEQ-RECORD
               WRITE LOCKBOX-SEQ-RECORD
               CLOSE LOCKBOX-SEQ-FILE
           ELSE
               DISPLAY 'WARNING: UNABLE TO WRITE LBXSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - SEQUENCE NOT PERSISTED'
           END-IF.
           MOVE SPACES TO WS-PAYMENT-ID.
           STRING 'LB' WS-LOCKBOX-SEQ
               DELIMITED BY SIZE INTO WS-PAYMENT-ID.

      *    The ledger is opened for append on the first payment and
      *    held open for the rest of the file.
       WRITE-PAYMENT-LEDGER.
           IF WS-LEDGER-OPEN = 'NO'
               OPEN EXTEND ORDER-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   OPEN OUTPUT ORDER-LEDGER-FILE
               END-IF
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'YES' TO WS-LEDGER-OPEN
               ELSE
                   DISPLAY 'ERROR: UNABLE TO OPEN ORDER-LEDGER-FILE'
                       ' STATUS=' WS-LEDGER-STATUS
               END-IF
           END-IF.
           IF WS-LEDGER-OPEN = 'YES'
               MOVE SPACES TO LEDGER-RECORD
               MOVE WS-PAYMENT-ID TO LGR-ORDER-ID
               MOVE LBX-CUST-ID TO LGR-CUST-ID
               MOVE 'P' TO LGR-ORDER-TYPE
               MOVE 0 TO LGR-ITEM-COUNT
               MOVE WS-APPLIED-AMOUNT TO LGR-TOTAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP
               MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE
               MOVE 'POSTED' TO LGR-OUTCOME
               MOVE SPACES TO LGR-REASON-TEXT
               STRING 'Lockbox ' WS-MATCH-ORDER-ID
                   ' ' LBX-REFERENCE
                   DELIMITED BY SIZE INTO LGR-REASON-TEXT
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'A' TO LWR-FUNCTION
                   MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
                   CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
               END-IF
           END-IF.

       WRITE-UNAPPLIED-CASH.
           MOVE SPACES TO UNAPPLIED-CASH-RECORD.
           MOVE LBX-DEPOSIT-DATE TO UA-DEPOSIT-DATE.
           MOVE LBX-ITEM-SEQ TO UA-ITEM-SEQ.
           MOVE LBX-CUST-ID TO UA-CUST-ID.
           MOVE LBX-REFERENCE TO UA-REFERENCE.
           MOVE WS-UNAPPLIED-AMOUNT TO UA-AMOUNT.
           MOVE WS-UNAPPLIED-REASON TO UA-REASON.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW TO UA-RECEIVED.
           WRITE UNAPPLIED-CASH-RECORD.
           ADD 1 TO WS-REMITTANCES-UNAPPLIED.
           ADD WS-UNAPPLIED-AMOUNT TO WS-TOTAL-UNAPPLIED.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO LOCKBOX-REPORT-RECORD.
           STRING 'LOCKBOX CASH APPLICATION AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE SPACES TO LOCKBOX-REPORT-RECORD.
           STRING 'DEPOSIT  ITEM   CUSTOMER   REFERENCE           '
               '        AMOUNT ORDER ID     APPLIED   UNAPPLIED '
               'ACTION'
               DELIMITED BY SIZE INTO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.

       WRITE-REPORT-LINE.
           MOVE LBX-DEPOSIT-DATE TO DL-DEPOSIT-DATE.
           MOVE LBX-ITEM-SEQ TO DL-ITEM-SEQ.
           MOVE LBX-CUST-ID TO DL-CUST-ID.
           MOVE LBX-REFERENCE TO DL-REFERENCE.
           IF LBX-AMOUNT IS NUMERIC
               MOVE LBX-AMOUNT TO DL-AMOUNT
           ELSE
               MOVE 0 TO DL-AMOUNT
           END-IF.
           MOVE WS-MATCH-ORDER-ID TO DL-ORDER-ID.
           MOVE WS-APPLIED-AMOUNT TO DL-APPLIED.
           MOVE WS-UNAPPLIED-AMOUNT TO DL-UNAPPLIED.
           MOVE WS-REMIT-ACTION TO DL-ACTION.
           MOVE WS-DETAIL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'REMITTANCES READ' TO TL-LABEL.
           MOVE WS-REMITTANCES-READ TO TL-COUNT.
           MOVE WS-TOTAL-RECEIVED TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'APPLIED TO OPEN ITEMS' TO TL-LABEL.
           MOVE WS-REMITTANCES-APPLIED TO TL-COUNT.
           MOVE WS-TOTAL-APPLIED TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'TO UNAPPLIED SUSPENSE' TO TL-LABEL.
           MOVE WS-REMITTANCES-UNAPPLIED TO TL-COUNT.
           MOVE WS-TOTAL-UNAPPLIED TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'DUPLICATES SKIPPED' TO TL-LABEL.
           MOVE WS-DUPLICATES-SKIPPED TO TL-COUNT.
           MOVE 0 TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'POSTING FAILURES' TO TL-LABEL.
           MOVE WS-POSTING-FAILURES TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'OPEN ITEMS RAISED' TO TL-LABEL.
           MOVE WS-ITEMS-RAISED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'OPEN ITEMS ADDED TO' TO TL-LABEL.
           MOVE WS-ITEMS-ADDED-TO TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
           MOVE 'OPEN ITEMS PAID IN FULL' TO TL-LABEL.
           MOVE WS-ITEMS-PAID TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO LOCKBOX-REPORT-RECORD.
           WRITE LOCKBOX-REPORT-RECORD.
