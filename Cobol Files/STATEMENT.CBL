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
           SELECT SORT-WORK-FILE ASSIGN TO 'STMTWK.DAT'.
      *    DYNAMIC so a charge's own case can be read by order ID
      *    and a customer's open cases browsed on the alternate key.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSP-ORDER-ID
           ALTERNATE RECORD KEY IS DSP-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-DISPUTE-STATUS.
      *    Open-item balances kept by LOCKBOX-APPLY, browsed per
      *    customer on the alternate key.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT SORTED-LEDGER-FILE ASSIGN TO 'STMTSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

      *    Same fixed offsets as ORDLEDG.cpy, re-declared under SL-
      *    names because the SD needs its own record description
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

       FD STATEMENT-REPORT.
       01 STATEMENT-RECORD PIC X(100).
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LEDGER-STATUS PIC XX.
       COPY "ORDLEDG.cpy".
       01 WS-SORTED-STATUS PIC XX.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-DISPUTES-ON   PIC X(3) VALUE 'NO'.
       01 WS-DISPUTE-EOF   PIC X(3) VALUE 'NO'.
       01 WS-STMT-DISPUTED PIC S9(9)V99 VALUE 0.
       01 WS-OPEN-ITEM-STATUS PIC XX.
       01 WS-OPEN-ITEMS-ON PIC X(3) VALUE 'NO'.
       01 WS-ITEMS-EOF     PIC X(3) VALUE 'NO'.
       01 WS-ITEMS-LISTED  PIC 9(5) VALUE 0.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-STMT-MONTH    PIC X(6).
       01 WS-LINE-POSTED   PIC X(8).
       01 WS-CURRENT-CUST  PIC X(10) VALUE SPACES.
       01 WS-CUST-NAME     PIC X(50).
       01 WS-TBL-BALANCE   PIC S9(9)V99 COMP-3.
               10 WS-LN-ORDER-ID PIC X(8).
               10 WS-LN-TYPE     PIC X(1).
               10 WS-LN-AMOUNT   PIC 9(7)V99.
               10 WS-LN-DISPUTED PIC X(1).

       01 WS-BAL-EDIT      PIC -(8)9.99.
       01 WS-AMT-EDIT      PIC Z(6)9.99.
           05 DT-AMOUNT      PIC Z(6)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 DT-BALANCE     PIC -(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 DT-FLAG        PIC X(8).
           05 FILLER         PIC X(28) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL       PIC X(18).
           05 TL-AMOUNT      PIC -(8)9.99.
           05 FILLER         PIC X(70) VALUE SPACES.

       01 WS-OPEN-ITEM-LINE.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 OL-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 OL-POSTED      PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 OL-ORIGINAL    PIC -(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 OL-PAID        PIC -(8)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 OL-OPEN        PIC -(8)9.99.
           05 FILLER         PIC X(38) VALUE SPACES.

      * Month-end statement run over the posted-order ledger: for
      * each customer with POSTED or ADJUST activity in the asked-
      * for month, a formatted statement showing the opening
      * closing balance backed off by the month's net activity, so
      * the statement foots by construction and a customer
      * questioning a charge gets an answer instead of a shrug.
      * A line belongs to the month of the business day it was
      * posted to, not the clock time it was written, and a blank
      * month asks for the business date's own month.
      * The ledger is sorted by customer and posting time first,
      * the same way FILE-PROCESSOR fronts its run with a SORT.
      * A charge under an open dispute case is flagged DISPUTED on
      * its line, and the customer's total still in dispute is
      * shown under the closing balance. Sales still carrying an
      * open balance in LOCKBOX-APPLY's open-item file are listed
      * after it, with what the lockbox has paid on each, so the
      * customer sees exactly which invoices remain unpaid.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Statement Month (YYYYMM): '.
           ACCEPT WS-STMT-MONTH.
           IF WS-STMT-MONTH = SPACES
               MOVE 'B' TO BDT-FUNCTION
               CALL 'BUSINESS-DATE-SERVICE'
                   USING WS-BUSINESS-DATE-ENTRY
               MOVE BDT-POSTING-DATE(1:6) TO WS-STMT-MONTH
           END-IF.
           IF WS-STMT-MONTH NOT NUMERIC
               DISPLAY 'Statement Month Must Be YYYYMM'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      *    No dispute file yet simply means no disputes to flag.
           OPEN INPUT DISPUTE-FILE.
           IF WS-DISPUTE-STATUS = '00'
               MOVE 'YES' TO WS-DISPUTES-ON
           END-IF.
           OPEN INPUT OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = '00'
               MOVE 'YES' TO WS-OPEN-ITEMS-ON
           END-IF.

           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'

           CLOSE SORTED-LEDGER-FILE.
           CLOSE STATEMENT-REPORT.
           IF WS-DISPUTES-ON = 'YES'
               CLOSE DISPUTE-FILE
           END-IF.
           IF WS-OPEN-ITEMS-ON = 'YES'
               CLOSE OPEN-ITEM-FILE
           END-IF.
           DISPLAY 'CUSTOMER-STATEMENTS - LEDGER READ '
               WS-LEDGER-READ ' LINES SELECTED ' WS-LINES-SELECTED
               ' STATEMENTS ' WS-STATEMENTS-MADE.
      *    the statement month take part - dead letters, holds and
      *    refusals are research entries, not statement lines.
       RELEASE-MONTH-ACTIVITY.
           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.KSDS '
                   'STATUS='
                   WS-LEDGER-STATUS
               MOVE 'CUSTSTMT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E043' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               STOP RUN
           END-IF.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ LEDGER-KSDS-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                       ADD 1 TO WS-LEDGER-READ
                       IF LGR-POSTING-DATE = SPACES
                           MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-POSTED
                       ELSE
                           MOVE LGR-POSTING-DATE TO WS-LINE-POSTED
                       END-IF
                       IF (LGR-OUTCOME = 'POSTED'
                           OR LGR-OUTCOME = 'ADJUST')
                           AND WS-LINE-POSTED(1:6) = WS-STMT-MONTH
                           ADD 1 TO WS-LINES-SELECTED
                           MOVE LEDGER-RECORD TO SL-RECORD
                           MOVE WS-LINE-POSTED TO SL-TIMESTAMP(1:8)
                           RELEASE SL-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LEDGER-KSDS-FILE.
           MOVE 'NO' TO WS-END-OF-FILE.

      *    Sales, debit adjustments and finance charges pull the
      *    balance down, returns, payments and credit adjustments
      *    put it back - the same sign convention
      *    APPLY-ORDER-TO-BALANCE posts with, so the month's net
      *    backs the opening balance out of the closing one exactly.
       COLLECT-STATEMENT-LINE.
           IF SR-ORDER-TYPE = 'S' OR SR-ORDER-TYPE = 'D'
               OR SR-ORDER-TYPE = 'F'
               COMPUTE WS-LINE-DELTA = 0 - SR-AMOUNT
           ELSE
               MOVE SR-AMOUNT TO WS-LINE-DELTA
               MOVE SR-ORDER-ID TO WS-LN-ORDER-ID(WS-LINE-COUNT)
               MOVE SR-ORDER-TYPE TO WS-LN-TYPE(WS-LINE-COUNT)
               MOVE SR-AMOUNT TO WS-LN-AMOUNT(WS-LINE-COUNT)
               MOVE 'N' TO WS-LN-DISPUTED(WS-LINE-COUNT)
               IF WS-DISPUTES-ON = 'YES'
                   AND (SR-ORDER-TYPE = 'S' OR SR-ORDER-TYPE = 'D'
                       OR SR-ORDER-TYPE = 'F')
                   PERFORM FLAG-DISPUTED-LINE
               END-IF
           ELSE
               MOVE 'YES' TO WS-LINE-OVERFLOW
           END-IF.
               MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           IF WS-DISPUTES-ON = 'YES'
               PERFORM TOTAL-OPEN-DISPUTES
               IF WS-STMT-DISPUTED > 0
                   MOVE 'AMOUNT IN DISPUTE:' TO TL-LABEL
                   MOVE WS-STMT-DISPUTED TO TL-AMOUNT
                   MOVE WS-TOTAL-LINE TO STATEMENT-RECORD
                   WRITE STATEMENT-RECORD
               END-IF
           END-IF.
           IF WS-OPEN-ITEMS-ON = 'YES'
               PERFORM WRITE-OPEN-ITEMS
           END-IF.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

                   MOVE 'ADJUST DR' TO DT-TYPE-DESC
               WHEN 'C'
                   MOVE 'ADJUST CR' TO DT-TYPE-DESC
               WHEN 'F'
                   MOVE 'FIN CHARGE' TO DT-TYPE-DESC
               WHEN OTHER
                   MOVE 'ACTIVITY' TO DT-TYPE-DESC
           END-EVALUATE.
           MOVE WS-LN-AMOUNT(WS-LINE-IDX) TO DT-AMOUNT.
           IF WS-LN-TYPE(WS-LINE-IDX) = 'S'
               OR WS-LN-TYPE(WS-LINE-IDX) = 'D'
               OR WS-LN-TYPE(WS-LINE-IDX) = 'F'
               SUBTRACT WS-LN-AMOUNT(WS-LINE-IDX)
                   FROM WS-RUNNING-BAL
           ELSE
               ADD WS-LN-AMOUNT(WS-LINE-IDX) TO WS-RUNNING-BAL
           END-IF.
           MOVE WS-RUNNING-BAL TO DT-BALANCE.
           IF WS-LN-DISPUTED(WS-LINE-IDX) = 'Y'
               MOVE 'DISPUTED' TO DT-FLAG
           ELSE
               MOVE SPACES TO DT-FLAG
           END-IF.
           MOVE WS-DETAIL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

           IF SQLCODE = 0
               MOVE 'YES' TO WS-BALANCE-KNOWN
           END-IF.

       FLAG-DISPUTED-LINE.
           MOVE SR-ORDER-ID TO DSP-ORDER-ID.
           READ DISPUTE-FILE KEY IS DSP-ORDER-ID
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DSP-STATUS = 'OPEN'
                       AND DSP-CUST-ID = SR-CUST-ID
                       MOVE 'Y' TO WS-LN-DISPUTED(WS-LINE-COUNT)
                   END-IF
           END-READ.

      *    Every open case the customer has, whichever month the
      *    charge was posted in - not just the lines on this
      *    statement.
       TOTAL-OPEN-DISPUTES.
           MOVE 0 TO WS-STMT-DISPUTED.
           MOVE 'NO' TO WS-DISPUTE-EOF.
           MOVE WS-CURRENT-CUST TO DSP-CUST-ID.
           START DISPUTE-FILE KEY IS = DSP-CUST-ID
               INVALID KEY
                   MOVE 'YES' TO WS-DISPUTE-EOF
           END-START.
           PERFORM UNTIL WS-DISPUTE-EOF = 'YES'
               READ DISPUTE-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-DISPUTE-EOF
                   NOT AT END
                       IF DSP-CUST-ID NOT = WS-CURRENT-CUST
                           MOVE 'YES' TO WS-DISPUTE-EOF
                       ELSE
                           IF DSP-STATUS = 'OPEN'
                               ADD DSP-AMOUNT TO WS-STMT-DISPUTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

      *    Every unpaid sale on the account, whichever month it was
      *    posted in. The heading is written with the first item,
      *    so a customer with nothing open gets no empty section.
       WRITE-OPEN-ITEMS.
           MOVE 0 TO WS-ITEMS-LISTED.
           MOVE 'NO' TO WS-ITEMS-EOF.
           MOVE WS-CURRENT-CUST TO OI-CUST-ID.
           START OPEN-ITEM-FILE KEY IS = OI-CUST-ID
               INVALID KEY
                   MOVE 'YES' TO WS-ITEMS-EOF
           END-START.
           PERFORM UNTIL WS-ITEMS-EOF = 'YES'
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-ITEMS-EOF
                   NOT AT END
                       IF OI-CUST-ID NOT = WS-CURRENT-CUST
                           MOVE 'YES' TO WS-ITEMS-EOF
                       ELSE
                           IF OI-OPEN > 0
                               PERFORM WRITE-OPEN-ITEM-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-OPEN-ITEM-LINE.
           IF WS-ITEMS-LISTED = 0
               MOVE 'OPEN ITEMS:' TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
               MOVE SPACES TO STATEMENT-RECORD
               STRING '  ORDER     POSTED        ORIGINAL'
                   '          PAID          OPEN'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           ADD 1 TO WS-ITEMS-LISTED.
           MOVE OI-ORDER-ID TO OL-ORDER-ID.
           MOVE OI-POSTED-DATE TO OL-POSTED.
           MOVE OI-ORIGINAL TO OL-ORIGINAL.
           MOVE OI-APPLIED TO OL-PAID.
           MOVE OI-OPEN TO OL-OPEN.
           MOVE WS-OPEN-ITEM-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
