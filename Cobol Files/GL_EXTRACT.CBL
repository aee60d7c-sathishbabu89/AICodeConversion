       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    The region a payment or adjustment is booked under is
      *    the customer's - only sales and returns carry their own.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO 'GLMAP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAP-STATUS.
      *    The last business day already sent, so each line
      *    reaches the GL once - a night that was stopped is picked
      *    up whole by the next run that balances. A mark left as a
      *    full ledger timestamp by an earlier release is still
      *    honoured for its own day.
           SELECT GL-MARK-FILE ASSIGN TO 'GLMARK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STATUS.
           SELECT GL-EXTRACT-FILE ASSIGN TO 'GLEXTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-STATUS.
           SELECT GL-REPORT ASSIGN TO 'GLEXTR.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
      *    The driver's append-only alert drop - a day that does
      *    not balance pages the on-call operator from here.
           SELECT ALERT-FILE ASSIGN TO 'OPALERT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD GL-MAP-FILE.
       COPY "GLMAP.cpy".

       FD GL-MARK-FILE.
       01 GL-MARK-RECORD PIC X(26).

       FD GL-EXTRACT-FILE.
       COPY "GLEXTR.cpy".

       FD GL-REPORT.
       01 GL-REPORT-RECORD PIC X(100).

       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ALR-TIMESTAMP   PIC X(26).
           05 FILLER          PIC X(1).
           05 ALR-STEP-NAME   PIC X(20).
           05 FILLER          PIC X(1).
           05 ALR-TEXT        PIC X(24).
           05 ALR-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LEDGER-STATUS    PIC XX.
       01 WS-CUST-STATUS      PIC XX.
       01 WS-CUST-ON          PIC X(3) VALUE 'NO'.
       01 WS-MAP-STATUS       PIC XX.
       01 WS-MARK-STATUS      PIC XX.
       01 WS-EXTRACT-STATUS   PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-ALERT-STATUS     PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-GL-MARK          PIC X(26) VALUE SPACES.
       01 WS-NEW-GL-MARK      PIC X(26) VALUE SPACES.
       01 WS-MARK-IS-TIMESTAMP PIC X(3) VALUE 'NO'.
       01 WS-MARK-DATE-NUM    PIC 9(8).
       01 WS-MARK-DATE-INT    PIC S9(7).
       01 WS-LINE-POSTED      PIC X(8).
       01 WS-LINE-TAKEN       PIC X(3) VALUE 'NO'.
       01 WS-DAY-BALANCED     PIC X(3) VALUE 'YES'.

      *    One ledger line broken into its GL entry: the activity
      *    code, the region it books under, the net and tax parts,
      *    and which side the receivable sits on. A reversal books
      *    as the type it reverses, sides turned over.
       01 WS-BOOK-TYPE        PIC X(1).
       01 WS-LINE-REVERSED    PIC X(3) VALUE 'NO'.
       01 WS-TXN-CODE         PIC X(4).
       01 WS-LINE-REGION      PIC X(10).
       01 WS-LINE-TOTAL       PIC S9(9)V99 VALUE 0.
       01 WS-LINE-TAX         PIC S9(9)V99 VALUE 0.
       01 WS-LINE-NET         PIC S9(9)V99 VALUE 0.
       01 WS-AR-SIDE          PIC X(1).

      *    Posting request for ADD-GL-AMOUNT.
       01 WS-POST-CODE        PIC X(4).
       01 WS-POST-SIDE        PIC X(1).
       01 WS-POST-AMOUNT      PIC S9(9)V99 VALUE 0.
       01 WS-POST-ACCOUNT     PIC X(10).
       01 WS-ACCOUNT-FOUND    PIC X(3) VALUE 'NO'.

       01 WS-MAP-COUNT        PIC 9(3) VALUE 0.
       01 WS-MAP-IDX          PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
               10 WS-MAP-CODE     PIC X(4).
               10 WS-MAP-ACCOUNT  PIC X(10).

      *    One slot per account and region the day touched, each
      *    side kept separately - the GL wants both sides, not a
      *    net.
       01 WS-GL-COUNT         PIC 9(3) VALUE 0.
       01 WS-GL-IDX           PIC 9(3) VALUE 0.
       01 WS-GL-SLOT          PIC 9(3) VALUE 0.
       01 WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 500 TIMES.
               10 WS-GL-ACCOUNT   PIC X(10).
               10 WS-GL-REGION    PIC X(10).
               10 WS-GL-DEBIT     PIC S9(11)V99.
               10 WS-GL-CREDIT    PIC S9(11)V99.

      *    Activity codes seen with no GL account, for the report.
       01 WS-UNMAPPED-COUNT   PIC 9(2) VALUE 0.
       01 WS-UNMAPPED-IDX     PIC 9(2) VALUE 0.
       01 WS-UNMAPPED-FOUND   PIC X(3) VALUE 'NO'.
       01 WS-UNMAPPED-TABLE.
           05 WS-UNMAPPED-ENTRY OCCURS 20 TIMES.
               10 WS-UM-CODE      PIC X(4).
               10 WS-UM-AMOUNT    PIC S9(11)V99.

       01 WS-TOTALS.
           05 WS-TOTAL-DEBITS     PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CREDITS    PIC S9(11)V99 VALUE 0.
           05 WS-DIFFERENCE       PIC S9(11)V99 VALUE 0.

       01 WS-COUNTERS.
           05 WS-LEDGER-READ      PIC 9(7) VALUE 0.
           05 WS-LEDGER-TAKEN     PIC 9(7) VALUE 0.
           05 WS-EXTRACT-LINES    PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE.
           05 DL-ACCOUNT      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-REGION       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-DEBIT        PIC Z(10)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CREDIT       PIC Z(10)9.99.
           05 FILLER          PIC X(44) VALUE SPACES.

       01 WS-MONEY-EDIT       PIC -(11)9.99.

      * Daily general-ledger interface, in place of finance
      * re-keying the day's totals from the operator control
      * report. Every ledger line posted since the last extract
      * was sent - sales, returns, payments, finance charges and
      * BALANCE-ADJUST debits and credits by reason code - is
      * booked as a double entry against the receivable: a sale
      * debits AR and credits sales and sales tax, a return the
      * reverse, a payment debits cash, and an adjustment goes
      * against the account mapped to its reason code. Held,
      * refused and dead-lettered orders never moved a balance and
      * are left out. The entries are summarised by GL account
      * (from GLMAP.DAT) and region, and GLEXTR.DAT is written with
      * a debit and a credit line per account and region and a
      * control trailer. A day whose sides do not agree - most
      * often an activity with no account on the mapping - is not
      * written: GLEXTR.DAT is left empty so yesterday's file can
      * never be sent again in its place, GLEXTR.RPT shows where
      * the difference is, an alert goes to OPALERT.DAT, and the
      * lines are picked up by the next run that balances.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.

           OPEN OUTPUT GL-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN GLEXTR.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO GL-REPORT-RECORD.
           STRING 'GENERAL LEDGER EXTRACT AS OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.

           PERFORM LOAD-GL-MAP.
           IF WS-MAP-COUNT = 0
               CLOSE GL-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'GLEXTR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E113' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE GL-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = '00'
               MOVE 'YES' TO WS-CUST-ON
           END-IF.

           PERFORM READ-GL-MARK.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ORDER-LEDGER-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       PERFORM SELECT-LEDGER-LINE
                       IF WS-LINE-TAKEN = 'YES'
                           ADD 1 TO WS-LEDGER-TAKEN
                           PERFORM BOOK-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-LEDGER-FILE.
           IF WS-CUST-ON = 'YES'
               CLOSE CUSTOMER-FILE
           END-IF.

           PERFORM CHECK-DAY-BALANCES.
           PERFORM WRITE-REPORT-BODY.
           IF WS-DAY-BALANCED = 'YES'
               PERFORM WRITE-GL-EXTRACT
           ELSE
               PERFORM STOP-GL-EXTRACT
           END-IF.
           CLOSE GL-REPORT.

           DISPLAY 'GL-EXTRACT - LEDGER LINES ' WS-LEDGER-TAKEN
               ' EXTRACT LINES ' WS-EXTRACT-LINES
               ' BALANCED ' WS-DAY-BALANCED.
           IF WS-DAY-BALANCED = 'YES'
               IF WS-EXTRACT-STATUS = '00'
                   MOVE 0 TO RETURN-CODE
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Without the mapping nothing can be booked at all.
       LOAD-GL-MAP.
           MOVE 0 TO WS-MAP-COUNT.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ GL-MAP-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-MAP-COUNT < 50
                               AND GLM-TXN-CODE NOT = SPACES
                               AND GLM-ACCOUNT NOT = SPACES
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GLM-TXN-CODE
                                   TO WS-MAP-CODE(WS-MAP-COUNT)
                               MOVE GLM-ACCOUNT
                                   TO WS-MAP-ACCOUNT(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           IF WS-MAP-COUNT = 0
               DISPLAY 'ERROR: NO GL ACCOUNT MAPPING IN GLMAP.DAT '
                   'STATUS=' WS-MAP-STATUS
               MOVE 'GLEXTR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E112' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'NO GL ACCOUNT MAPPING IN GLMAP.DAT STATUS='
                   WS-MAP-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'NO GL ACCOUNT MAPPING - NOTHING EXTRACTED'
                   TO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF.

      *    The very first run has no mark and takes the business
      *    day's lines only, rather than sending the whole history
      *    to the GL. A run that balances moves the mark on to the
      *    business day it extracted.
       READ-GL-MARK.
           MOVE SPACES TO WS-GL-MARK.
           OPEN INPUT GL-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               READ GL-MARK-FILE
                   NOT AT END
                       MOVE GL-MARK-RECORD TO WS-GL-MARK
               END-READ
               CLOSE GL-MARK-FILE
           END-IF.
           IF WS-GL-MARK = SPACES
               MOVE WS-RUN-DATE TO WS-MARK-DATE-NUM
               COMPUTE WS-MARK-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-MARK-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-MARK-DATE-INT)
                   TO WS-MARK-DATE-NUM
               MOVE WS-MARK-DATE-NUM TO WS-GL-MARK(1:8)
           END-IF.
           MOVE 'NO' TO WS-MARK-IS-TIMESTAMP.
           IF WS-GL-MARK(9:18) NOT = SPACES
               MOVE 'YES' TO WS-MARK-IS-TIMESTAMP
           END-IF.
           MOVE SPACES TO WS-NEW-GL-MARK.
           MOVE WS-RUN-DATE TO WS-NEW-GL-MARK(1:8).

      *    Only lines that moved a balance: POSTED orders, payments
      *    and finance charges, and ADJUST lines, posted to a
      *    business day after the mark and no later than the one
      *    being extracted - work keyed after the cutoff waits for
      *    its own day's extract.
       SELECT-LEDGER-LINE.
           MOVE 'NO' TO WS-LINE-TAKEN.
           IF LGR-POSTING-DATE = SPACES
               MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-POSTED
           ELSE
               MOVE LGR-POSTING-DATE TO WS-LINE-POSTED
           END-IF.
           IF WS-LINE-POSTED <= WS-RUN-DATE
               AND (WS-LINE-POSTED > WS-GL-MARK(1:8)
                   OR (WS-MARK-IS-TIMESTAMP = 'YES'
                       AND WS-LINE-POSTED = WS-GL-MARK(1:8)
                       AND LGR-TIMESTAMP > WS-GL-MARK))
               AND LGR-TOTAL-AMOUNT IS NUMERIC
               IF (LGR-OUTCOME = 'POSTED'
                   AND (LGR-ORDER-TYPE = 'S' OR 'R' OR 'P' OR 'F'))
                   OR (LGR-OUTCOME = 'ADJUST'
                   AND (LGR-ORDER-TYPE = 'D' OR 'C'))
                   MOVE 'YES' TO WS-LINE-TAKEN
               END-IF
           END-IF.

      *    REVERSAL-APPLY's lines are ADJUST 'C' or 'D' with reason
      *    'REVERSED t ...', t the original type, and carry the
      *    original amount, tax and region - so they book to the
      *    original activity's account and tax, on the other side.
       BOOK-LEDGER-LINE.
           MOVE LGR-ORDER-TYPE TO WS-BOOK-TYPE.
           MOVE 'NO' TO WS-LINE-REVERSED.
           IF LGR-OUTCOME = 'ADJUST'
               AND LGR-REASON-TEXT(1:9) = 'REVERSED '
               AND (LGR-REASON-TEXT(10:1) = 'S' OR 'R' OR 'P' OR 'F')
               MOVE LGR-REASON-TEXT(10:1) TO WS-BOOK-TYPE
               MOVE 'YES' TO WS-LINE-REVERSED
           END-IF.
           MOVE LGR-TOTAL-AMOUNT TO WS-LINE-TOTAL.
           MOVE 0 TO WS-LINE-TAX.
           IF (WS-BOOK-TYPE = 'S' OR 'R')
               AND LGR-TAX-AMOUNT IS NUMERIC
               MOVE LGR-TAX-AMOUNT TO WS-LINE-TAX
           END-IF.
           COMPUTE WS-LINE-NET = WS-LINE-TOTAL - WS-LINE-TAX.
           PERFORM FIND-LINE-REGION.
           EVALUATE WS-BOOK-TYPE
               WHEN 'S'
                   MOVE 'SALE' TO WS-TXN-CODE
                   MOVE 'D' TO WS-AR-SIDE
               WHEN 'R'
                   MOVE 'RETN' TO WS-TXN-CODE
                   MOVE 'C' TO WS-AR-SIDE
               WHEN 'P'
                   MOVE 'PAYM' TO WS-TXN-CODE
                   MOVE 'C' TO WS-AR-SIDE
               WHEN 'F'
                   MOVE 'FCHG' TO WS-TXN-CODE
                   MOVE 'D' TO WS-AR-SIDE
               WHEN 'D'
                   PERFORM FIND-ADJUSTMENT-REASON
                   MOVE 'D' TO WS-AR-SIDE
               WHEN OTHER
                   PERFORM FIND-ADJUSTMENT-REASON
                   MOVE 'C' TO WS-AR-SIDE
           END-EVALUATE.
           IF WS-LINE-REVERSED = 'YES'
               IF WS-AR-SIDE = 'D'
                   MOVE 'C' TO WS-AR-SIDE
               ELSE
                   MOVE 'D' TO WS-AR-SIDE
               END-IF
           END-IF.

      *    The receivable takes the whole amount on one side; the
      *    other side is the activity's own account for the net
      *    and sales tax for the tax.
           MOVE 'AR' TO WS-POST-CODE.
           MOVE WS-AR-SIDE TO WS-POST-SIDE.
           MOVE WS-LINE-TOTAL TO WS-POST-AMOUNT.
           PERFORM ADD-GL-AMOUNT.
           IF WS-AR-SIDE = 'D'
               MOVE 'C' TO WS-POST-SIDE
           ELSE
               MOVE 'D' TO WS-POST-SIDE
           END-IF.
           MOVE WS-TXN-CODE TO WS-POST-CODE.
           MOVE WS-LINE-NET TO WS-POST-AMOUNT.
           PERFORM ADD-GL-AMOUNT.
           IF WS-LINE-TAX NOT = 0
               MOVE 'STAX' TO WS-POST-CODE
               MOVE WS-LINE-TAX TO WS-POST-AMOUNT
               PERFORM ADD-GL-AMOUNT
           END-IF.

      *    BALANCE-ADJUST writes 'Adjustment CODE ...' (reversals
      *    are sorted out before this); anything else is booked
      *    under a code no mapping will carry, so it surfaces on
      *    the report instead of being guessed at.
       FIND-ADJUSTMENT-REASON.
           IF LGR-REASON-TEXT(1:11) = 'Adjustment '
               MOVE LGR-REASON-TEXT(12:4) TO WS-TXN-CODE
           ELSE
               MOVE '????' TO WS-TXN-CODE
           END-IF.

      *    Sales and returns book under the region they were taxed
      *    for; everything else (and a sale posted before tax
      *    regions were kept) under the customer's region today.
       FIND-LINE-REGION.
           MOVE SPACES TO WS-LINE-REGION.
           IF (WS-BOOK-TYPE = 'S' OR 'R')
               AND LGR-TAX-AMOUNT IS NUMERIC
               MOVE LGR-TAX-REGION TO WS-LINE-REGION
           END-IF.
           IF WS-LINE-REGION = SPACES AND WS-CUST-ON = 'YES'
               MOVE LGR-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CUST-REGION TO WS-LINE-REGION
               END-READ
           END-IF.
           IF WS-LINE-REGION = SPACES
               MOVE 'UNKNOWN' TO WS-LINE-REGION
           END-IF.

      *    An amount whose code has no account is held aside by
      *    code, so the report can say what is missing - it is on
      *    neither side, which is what stops the day.
       ADD-GL-AMOUNT.
           MOVE 'NO' TO WS-ACCOUNT-FOUND.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR WS-ACCOUNT-FOUND = 'YES'
               IF WS-MAP-CODE(WS-MAP-IDX) = WS-POST-CODE
                   MOVE 'YES' TO WS-ACCOUNT-FOUND
                   MOVE WS-MAP-ACCOUNT(WS-MAP-IDX) TO WS-POST-ACCOUNT
               END-IF
           END-PERFORM.
           IF WS-ACCOUNT-FOUND = 'NO'
               PERFORM NOTE-UNMAPPED-AMOUNT
           ELSE
               MOVE 0 TO WS-GL-SLOT
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                       OR WS-GL-SLOT > 0
                   IF WS-GL-ACCOUNT(WS-GL-IDX) = WS-POST-ACCOUNT
                       AND WS-GL-REGION(WS-GL-IDX) = WS-LINE-REGION
                       MOVE WS-GL-IDX TO WS-GL-SLOT
                   END-IF
               END-PERFORM
               IF WS-GL-SLOT = 0 AND WS-GL-COUNT < 500
                   ADD 1 TO WS-GL-COUNT
                   MOVE WS-GL-COUNT TO WS-GL-SLOT
                   MOVE WS-POST-ACCOUNT TO WS-GL-ACCOUNT(WS-GL-SLOT)
                   MOVE WS-LINE-REGION TO WS-GL-REGION(WS-GL-SLOT)
                   MOVE 0 TO WS-GL-DEBIT(WS-GL-SLOT)
                   MOVE 0 TO WS-GL-CREDIT(WS-GL-SLOT)
               END-IF
               IF WS-GL-SLOT = 0
                   MOVE 'SLOT' TO WS-POST-CODE
                   PERFORM NOTE-UNMAPPED-AMOUNT
               ELSE
                   IF WS-POST-SIDE = 'D'
                       ADD WS-POST-AMOUNT TO WS-GL-DEBIT(WS-GL-SLOT)
                   ELSE
                       ADD WS-POST-AMOUNT TO WS-GL-CREDIT(WS-GL-SLOT)
                   END-IF
               END-IF
           END-IF.

       NOTE-UNMAPPED-AMOUNT.
           MOVE 'NO' TO WS-UNMAPPED-FOUND.
           PERFORM VARYING WS-UNMAPPED-IDX FROM 1 BY 1
                   UNTIL WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT
                   OR WS-UNMAPPED-FOUND = 'YES'
               IF WS-UM-CODE(WS-UNMAPPED-IDX) = WS-POST-CODE
                   MOVE 'YES' TO WS-UNMAPPED-FOUND
                   ADD WS-POST-AMOUNT TO WS-UM-AMOUNT(WS-UNMAPPED-IDX)
               END-IF
           END-PERFORM.
           IF WS-UNMAPPED-FOUND = 'NO' AND WS-UNMAPPED-COUNT < 20
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE WS-POST-CODE TO WS-UM-CODE(WS-UNMAPPED-COUNT)
               MOVE WS-POST-AMOUNT TO WS-UM-AMOUNT(WS-UNMAPPED-COUNT)
           END-IF.

       CHECK-DAY-BALANCES.
           MOVE 0 TO WS-TOTAL-DEBITS.
           MOVE 0 TO WS-TOTAL-CREDITS.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               ADD WS-GL-DEBIT(WS-GL-IDX) TO WS-TOTAL-DEBITS
               ADD WS-GL-CREDIT(WS-GL-IDX) TO WS-TOTAL-CREDITS
           END-PERFORM.
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS.
           IF WS-DIFFERENCE = 0 AND WS-UNMAPPED-COUNT = 0
               MOVE 'YES' TO WS-DAY-BALANCED
           ELSE
               MOVE 'NO' TO WS-DAY-BALANCED
           END-IF.

       WRITE-REPORT-BODY.
           MOVE SPACES TO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.
           MOVE SPACES TO GL-REPORT-RECORD.
           STRING 'ACCOUNT     REGION                DEBIT'
               '            CREDIT'
               DELIMITED BY SIZE INTO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.
           PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                   UNTIL WS-GL-IDX > WS-GL-COUNT
               MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO DL-ACCOUNT
               MOVE WS-GL-REGION(WS-GL-IDX) TO DL-REGION
               MOVE WS-GL-DEBIT(WS-GL-IDX) TO DL-DEBIT
               MOVE WS-GL-CREDIT(WS-GL-IDX) TO DL-CREDIT
               MOVE WS-DETAIL-LINE TO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'TOTAL' TO DL-ACCOUNT.
           MOVE WS-TOTAL-DEBITS TO DL-DEBIT.
           MOVE WS-TOTAL-CREDITS TO DL-CREDIT.
           MOVE WS-DETAIL-LINE TO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.
           MOVE SPACES TO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.
           PERFORM VARYING WS-UNMAPPED-IDX FROM 1 BY 1
                   UNTIL WS-UNMAPPED-IDX > WS-UNMAPPED-COUNT
               MOVE WS-UM-AMOUNT(WS-UNMAPPED-IDX) TO WS-MONEY-EDIT
               MOVE SPACES TO GL-REPORT-RECORD
               IF WS-UM-CODE(WS-UNMAPPED-IDX) = 'SLOT'
                   STRING 'NOT BOOKED - MORE THAN 500 ACCOUNT/REGION '
                       'PAIRS ' WS-MONEY-EDIT
                       DELIMITED BY SIZE INTO GL-REPORT-RECORD
               ELSE
                   STRING 'NOT BOOKED - NO GL ACCOUNT FOR '
                       WS-UM-CODE(WS-UNMAPPED-IDX) ' '
                       WS-MONEY-EDIT
                       DELIMITED BY SIZE INTO GL-REPORT-RECORD
               END-IF
               WRITE GL-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO GL-REPORT-RECORD.
           STRING 'LEDGER LINES READ ' WS-LEDGER-READ
               '  TAKEN ' WS-LEDGER-TAKEN
               DELIMITED BY SIZE INTO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.

      *    Balanced: the detail lines, the trailer, and the mark
      *    moved on to the newest line sent.
       WRITE-GL-EXTRACT.
           MOVE 0 TO WS-EXTRACT-LINES.
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN GLEXTR.DAT STATUS='
                   WS-EXTRACT-STATUS
               MOVE 'GLEXTR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E114' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN GLEXTR.DAT STATUS='
                   WS-EXTRACT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               PERFORM VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
                   IF WS-GL-DEBIT(WS-GL-IDX) NOT = 0
                       MOVE 'D' TO GLX-DR-CR
                       MOVE WS-GL-DEBIT(WS-GL-IDX) TO GLX-AMOUNT
                       PERFORM WRITE-EXTRACT-DETAIL
                   END-IF
                   IF WS-GL-CREDIT(WS-GL-IDX) NOT = 0
                       MOVE 'C' TO GLX-DR-CR
                       MOVE WS-GL-CREDIT(WS-GL-IDX) TO GLX-AMOUNT
                       PERFORM WRITE-EXTRACT-DETAIL
                   END-IF
               END-PERFORM
               MOVE SPACES TO GL-EXTRACT-RECORD
               MOVE 'T' TO GLX-RECORD-TYPE
               MOVE WS-RUN-DATE TO GLX-EXTRACT-DATE
               MOVE WS-EXTRACT-LINES TO GLX-LINE-COUNT
               MOVE WS-TOTAL-DEBITS TO GLX-DEBIT-TOTAL
               MOVE WS-TOTAL-CREDITS TO GLX-CREDIT-TOTAL
               MOVE WS-LEDGER-TAKEN TO GLX-LEDGER-LINES
               WRITE GL-EXTRACT-RECORD
               CLOSE GL-EXTRACT-FILE
               PERFORM WRITE-GL-MARK
               MOVE 'DAY BALANCED - GLEXTR.DAT WRITTEN'
                   TO GL-REPORT-RECORD
               WRITE GL-REPORT-RECORD
           END-IF.

       WRITE-EXTRACT-DETAIL.
           MOVE 'D' TO GLX-RECORD-TYPE.
           MOVE WS-RUN-DATE TO GLX-EXTRACT-DATE.
           MOVE WS-GL-ACCOUNT(WS-GL-IDX) TO GLX-ACCOUNT.
           MOVE WS-GL-REGION(WS-GL-IDX) TO GLX-REGION.
           WRITE GL-EXTRACT-RECORD.
           ADD 1 TO WS-EXTRACT-LINES.

       WRITE-GL-MARK.
           IF WS-NEW-GL-MARK NOT = WS-GL-MARK
               OPEN OUTPUT GL-MARK-FILE
               IF WS-MARK-STATUS = '00'
                   MOVE WS-NEW-GL-MARK TO GL-MARK-RECORD
                   WRITE GL-MARK-RECORD
                   CLOSE GL-MARK-FILE
               ELSE
                   DISPLAY 'WARNING: UNABLE TO WRITE GLMARK.DAT '
                       'STATUS=' WS-MARK-STATUS
                       ' - NEXT EXTRACT WILL REPEAT TODAY'
               END-IF
           END-IF.

       STOP-GL-EXTRACT.
           OPEN OUTPUT GL-EXTRACT-FILE.
           IF WS-EXTRACT-STATUS = '00'
               CLOSE GL-EXTRACT-FILE
           END-IF.
           MOVE WS-DIFFERENCE TO WS-MONEY-EDIT.
           MOVE SPACES TO GL-REPORT-RECORD.
           STRING 'DAY DOES NOT BALANCE - DIFFERENCE ' WS-MONEY-EDIT
               ' - EXTRACT STOPPED, NOT SENT'
               DELIMITED BY SIZE INTO GL-REPORT-RECORD.
           WRITE GL-REPORT-RECORD.
           DISPLAY 'GL-EXTRACT - DAY DOES NOT BALANCE, DIFFERENCE '
               WS-MONEY-EDIT.
           MOVE 'GLEXTR' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E115' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           STRING 'GL EXTRACT STOPPED - OUT OF BALANCE BY '
               WS-MONEY-EDIT DELIMITED BY SIZE INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00' AND WS-ALERT-STATUS NOT = '05'
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE SPACES TO ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
           MOVE 'GL-EXTRACT' TO ALR-STEP-NAME.
           MOVE 'GL OUT OF BALANCE' TO ALR-TEXT.
           MOVE 4 TO ALR-RETURN-CODE.
           WRITE ALERT-RECORD.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE OPERATOR ALERT STATUS='
                   WS-ALERT-STATUS
           END-IF.
           CLOSE ALERT-FILE.
