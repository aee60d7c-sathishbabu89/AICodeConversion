       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPUTE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-FILE ASSIGN TO 'DISPUTE.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS DSP-ORDER-ID
           ALTERNATE RECORD KEY IS DSP-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-DISPUTE-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DISPUTE-FILE.
       COPY "DISPUTE.cpy".

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-DISPUTE-STATUS PIC XX.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RESP          PIC S9(8) COMP.

       01 WS-ACTION        PIC X(1).
       01 WS-ORDER-ID      PIC X(8).
       01 WS-RESOLUTION    PIC X(1).
       01 WS-NOTE-TEXT     PIC X(60).
       01 WS-CASE-ON-FILE  PIC X(3) VALUE 'NO'.
       01 WS-CHARGE-FOUND  PIC X(3) VALUE 'NO'.
       01 WS-CHARGE-CUST   PIC X(10).
       01 WS-CHARGE-AMOUNT PIC 9(7)V99 VALUE 0.

       01 WS-AMOUNT-TEXT   PIC X(10).
       01 WS-AMOUNT-VALID  PIC X(3) VALUE 'YES'.
       01 WS-ENTERED-AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-LIMIT  PIC 9(7)V99 VALUE 0.
       01 WS-AMOUNT-EDIT   PIC Z(6)9.99.
       01 WS-AT-IDX        PIC 9(2) VALUE 0.
       01 WS-AT-DOTS       PIC 9(2) VALUE 0.
       01 WS-AT-DIGITS     PIC 9(2) VALUE 0.

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".

       01  WS-ADJREQ-COMMAREA.
       COPY "ADJREQ.cpy".

       COPY "AUDITLOG.cpy".

      * Customer dispute cases against posted ledger charges. A
      * credit-group operator opens a case on a ledger order ID -
      * a posted sale, debit adjustment or finance charge - for the
      * whole charge or the part the customer queries, adds notes
      * as the case is worked, and closes it either upheld (the
      * charge stands and simply starts counting again) or in the
      * customer's favour, in which case the credit is posted by
      * LINKing BALANCE-ADJUST with reason DISP, so it moves
      * CUSTOMER_TABLE, lands on the ledger and is audited exactly
      * like any other adjustment. While a case is open its amount
      * is kept out of aging, finance charges, dunning and the
      * order credit check; each open, note and close leaves an
      * AUDT entry naming the operator.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           DISPLAY 'Enter Action - O=Open, N=Note, C=Close: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           DISPLAY 'Enter Ledger Order ID: '.
           ACCEPT WS-ORDER-ID.
           IF WS-ORDER-ID = SPACES
               DISPLAY 'No Order ID Entered'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM OPEN-DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = '00'
               EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'O'
                   PERFORM OPEN-DISPUTE-CASE
               WHEN 'N'
                   PERFORM NOTE-DISPUTE-CASE
               WHEN 'C'
                   PERFORM CLOSE-DISPUTE-CASE
               WHEN OTHER
                   DISPLAY 'Invalid Action - Use O, N or C'
           END-EVALUATE.

           CLOSE DISPUTE-FILE.
           EXEC CICS RETURN END-EXEC.

      *    Created empty the first time a case is ever opened.
       OPEN-DISPUTE-FILE.
           OPEN I-O DISPUTE-FILE.
           IF WS-DISPUTE-STATUS NOT = '00'
               OPEN OUTPUT DISPUTE-FILE
               CLOSE DISPUTE-FILE
               OPEN I-O DISPUTE-FILE
           END-IF.
           IF WS-DISPUTE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DISPUTE.KSDS STATUS='
                   WS-DISPUTE-STATUS
           END-IF.

       READ-DISPUTE-CASE.
           MOVE WS-ORDER-ID TO DSP-ORDER-ID.
           READ DISPUTE-FILE
               INVALID KEY
                   MOVE 'NO' TO WS-CASE-ON-FILE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-CASE-ON-FILE
           END-READ.

      *    Only a charge can be disputed - a posted sale, a debit
      *    adjustment or a finance charge. The latest posted entry
      *    for the order ID is the one that counts.
       OPEN-DISPUTE-CASE.
           PERFORM READ-DISPUTE-CASE.
           IF WS-CASE-ON-FILE = 'YES' AND DSP-STATUS = 'OPEN'
               DISPLAY 'Dispute Already Open On ' WS-ORDER-ID
               MOVE 'ALREADY OPEN' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM FIND-LEDGER-CHARGE
               IF WS-CHARGE-FOUND = 'NO'
                   DISPLAY 'Order ' WS-ORDER-ID ' Is Not a Posted '
                       'Charge on the Ledger'
                   MOVE 'NOT A CHARGE' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-LIMIT
                   MOVE WS-CHARGE-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY 'Customer ' WS-CHARGE-CUST
                       ' Charge ' WS-AMOUNT-EDIT
                   DISPLAY 'Enter Disputed Amount (blank = whole '
                       'charge): '
                   ACCEPT WS-AMOUNT-TEXT
                   PERFORM EDIT-ENTERED-AMOUNT
                   IF WS-AMOUNT-VALID = 'YES'
                       DISPLAY 'Enter Note: '
                       ACCEPT WS-NOTE-TEXT
                       PERFORM WRITE-NEW-CASE
                   END-IF
               END-IF
           END-IF.

       FIND-LEDGER-CHARGE.
           MOVE 'NO' TO WS-CHARGE-FOUND.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF LGR-ORDER-ID = WS-ORDER-ID
                               AND (LGR-OUTCOME = 'POSTED'
                                   OR LGR-OUTCOME = 'ADJUST')
                               AND (LGR-ORDER-TYPE = 'S'
                                   OR LGR-ORDER-TYPE = 'D'
                                   OR LGR-ORDER-TYPE = 'F')
                               MOVE 'YES' TO WS-CHARGE-FOUND
                               MOVE LGR-CUST-ID TO WS-CHARGE-CUST
                               MOVE LGR-TOTAL-AMOUNT
                                   TO WS-CHARGE-AMOUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

      *    A closed case on the same order is replaced - the audit
      *    trail already holds its history.
       WRITE-NEW-CASE.
           MOVE SPACES TO DISPUTE-RECORD.
           MOVE WS-ORDER-ID TO DSP-ORDER-ID.
           MOVE WS-CHARGE-CUST TO DSP-CUST-ID.
           MOVE 'OPEN' TO DSP-STATUS.
           MOVE WS-ENTERED-AMOUNT TO DSP-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO DSP-OPENED.
           MOVE SESS-USERNAME TO DSP-OPENED-BY.
           MOVE 0 TO DSP-NOTE-COUNT.
           IF WS-NOTE-TEXT NOT = SPACES
               MOVE 1 TO DSP-NOTE-COUNT
               MOVE WS-NOTE-TEXT TO DSP-LAST-NOTE
               MOVE DSP-OPENED TO DSP-LAST-NOTED
           END-IF.
           MOVE 0 TO DSP-CREDIT-AMOUNT.
           IF WS-CASE-ON-FILE = 'YES'
               REWRITE DISPUTE-RECORD
           ELSE
               WRITE DISPUTE-RECORD
           END-IF.
           IF WS-DISPUTE-STATUS = '00'
               MOVE DSP-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY 'DISPUTE OPENED: ' WS-ORDER-ID
                   ' CUSTOMER ' DSP-CUST-ID ' AMOUNT ' WS-AMOUNT-EDIT
               MOVE SPACES TO AUD-RESULT
               STRING 'OPENED ' WS-AMOUNT-EDIT
                   DELIMITED BY SIZE INTO AUD-RESULT
           ELSE
               DISPLAY 'ERROR: DISPUTE NOT SAVED STATUS='
                   WS-DISPUTE-STATUS
               MOVE 'WRITE FAILED' TO AUD-RESULT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       NOTE-DISPUTE-CASE.
           PERFORM READ-DISPUTE-CASE.
           IF WS-CASE-ON-FILE = 'NO' OR DSP-STATUS NOT = 'OPEN'
               DISPLAY 'No Open Dispute On ' WS-ORDER-ID
               MOVE 'NO OPEN CASE' TO AUD-RESULT
           ELSE
               DISPLAY 'Last Note: ' DSP-LAST-NOTE
               DISPLAY 'Enter Note: '
               ACCEPT WS-NOTE-TEXT
               IF WS-NOTE-TEXT = SPACES
                   DISPLAY 'No Note Entered'
                   MOVE 'NO NOTE' TO AUD-RESULT
               ELSE
                   MOVE WS-NOTE-TEXT TO DSP-LAST-NOTE
                   MOVE FUNCTION CURRENT-DATE TO DSP-LAST-NOTED
                   IF DSP-NOTE-COUNT < 999
                       ADD 1 TO DSP-NOTE-COUNT
                   END-IF
                   REWRITE DISPUTE-RECORD
                   IF WS-DISPUTE-STATUS = '00'
                       DISPLAY 'NOTE ADDED TO DISPUTE ' WS-ORDER-ID
                       MOVE 'NOTED' TO AUD-RESULT
                   ELSE
                       DISPLAY 'ERROR: NOTE NOT SAVED STATUS='
                           WS-DISPUTE-STATUS
                       MOVE 'WRITE FAILED' TO AUD-RESULT
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    A case found in the customer's favour is only closed once
      *    BALANCE-ADJUST has posted the credit - if the credit is
      *    refused or fails, the case stays open and the amount
      *    stays out of collections until someone sorts it out.
       CLOSE-DISPUTE-CASE.
           PERFORM READ-DISPUTE-CASE.
           IF WS-CASE-ON-FILE = 'NO' OR DSP-STATUS NOT = 'OPEN'
               DISPLAY 'No Open Dispute On ' WS-ORDER-ID
               MOVE 'NO OPEN CASE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Enter Resolution - C=Customer''s Favour, '
                   'U=Upheld: '
               ACCEPT WS-RESOLUTION
               MOVE FUNCTION UPPER-CASE(WS-RESOLUTION)
                   TO WS-RESOLUTION
               EVALUATE WS-RESOLUTION
                   WHEN 'C'
                       PERFORM CLOSE-IN-CUSTOMER-FAVOUR
                   WHEN 'U'
                       MOVE 0 TO DSP-CREDIT-AMOUNT
                       MOVE SPACES TO DSP-CREDIT-ADJ-ID
                       PERFORM MARK-CASE-CLOSED
                   WHEN OTHER
                       DISPLAY 'Invalid Resolution - Use C or U'
               END-EVALUATE
           END-IF.

       CLOSE-IN-CUSTOMER-FAVOUR.
           MOVE DSP-AMOUNT TO WS-AMOUNT-LIMIT.
           DISPLAY 'Enter Credit Amount (blank = disputed amount): '.
           ACCEPT WS-AMOUNT-TEXT.
           PERFORM EDIT-ENTERED-AMOUNT.
           IF WS-AMOUNT-VALID = 'YES'
               MOVE SPACES TO WS-ADJREQ-COMMAREA
               MOVE DSP-CUST-ID TO AR-CUST-ID
               MOVE 'C' TO AR-DIRECTION
               MOVE WS-ENTERED-AMOUNT TO AR-AMOUNT
               MOVE 'DISP' TO AR-REASON-CODE
               MOVE WS-ORDER-ID TO AR-REFERENCE
               EXEC CICS LINK PROGRAM('BALANCE-ADJUST')
                   COMMAREA(WS-ADJREQ-COMMAREA)
                   RESP(WS-RESP)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND AR-RETURN-CODE = '00'
                   MOVE WS-ENTERED-AMOUNT TO DSP-CREDIT-AMOUNT
                   MOVE AR-ADJ-ID TO DSP-CREDIT-ADJ-ID
                   PERFORM MARK-CASE-CLOSED
               ELSE
                   DISPLAY 'Credit Not Posted (' AR-RETURN-CODE
                       ') - Dispute Left Open'
                   MOVE SPACES TO AUD-RESULT
                   STRING 'CREDIT FAILED ' AR-RETURN-CODE
                       DELIMITED BY SIZE INTO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       MARK-CASE-CLOSED.
           MOVE 'CLOSED' TO DSP-STATUS.
           MOVE WS-RESOLUTION TO DSP-RESOLUTION.
           MOVE FUNCTION CURRENT-DATE TO DSP-CLOSED.
           MOVE SESS-USERNAME TO DSP-CLOSED-BY.
           REWRITE DISPUTE-RECORD.
           IF WS-DISPUTE-STATUS = '00'
               MOVE SPACES TO AUD-RESULT
               IF WS-RESOLUTION = 'C'
                   MOVE DSP-CREDIT-AMOUNT TO WS-AMOUNT-EDIT
                   DISPLAY 'DISPUTE CLOSED IN CUSTOMER''S FAVOUR: '
                       WS-ORDER-ID ' CREDIT ' WS-AMOUNT-EDIT
                       ' ' DSP-CREDIT-ADJ-ID
                   STRING 'CLOSED C ' WS-AMOUNT-EDIT
                       DELIMITED BY SIZE INTO AUD-RESULT
               ELSE
                   DISPLAY 'DISPUTE CLOSED - CHARGE UPHELD: '
                       WS-ORDER-ID
                   MOVE 'CLOSED U' TO AUD-RESULT
               END-IF
           ELSE
               DISPLAY 'ERROR: DISPUTE NOT CLOSED STATUS='
                   WS-DISPUTE-STATUS
               MOVE 'WRITE FAILED' TO AUD-RESULT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    Blank takes the whole limit (the charge, or the disputed
      *    amount when crediting); otherwise digits with at most one
      *    decimal point, not zero, and never more than the limit.
       EDIT-ENTERED-AMOUNT.
           MOVE 'YES' TO WS-AMOUNT-VALID.
           IF WS-AMOUNT-TEXT = SPACES
               MOVE WS-AMOUNT-LIMIT TO WS-ENTERED-AMOUNT
           ELSE
               MOVE 0 TO WS-AT-DOTS
               MOVE 0 TO WS-AT-DIGITS
               PERFORM VARYING WS-AT-IDX FROM 1 BY 1
                       UNTIL WS-AT-IDX > 10
                   EVALUATE TRUE
                       WHEN WS-AMOUNT-TEXT(WS-AT-IDX:1) = SPACE
                           CONTINUE
                       WHEN WS-AMOUNT-TEXT(WS-AT-IDX:1) = '.'
                           ADD 1 TO WS-AT-DOTS
                       WHEN WS-AMOUNT-TEXT(WS-AT-IDX:1) >= '0'
                           AND WS-AMOUNT-TEXT(WS-AT-IDX:1) <= '9'
                           ADD 1 TO WS-AT-DIGITS
                       WHEN OTHER
                           MOVE 'NO' TO WS-AMOUNT-VALID
                   END-EVALUATE
               END-PERFORM
               IF WS-AT-DIGITS = 0 OR WS-AT-DOTS > 1
                   MOVE 'NO' TO WS-AMOUNT-VALID
               END-IF
               IF WS-AMOUNT-VALID = 'YES'
                   COMPUTE WS-ENTERED-AMOUNT =
                       FUNCTION NUMVAL(WS-AMOUNT-TEXT)
               END-IF
           END-IF.
           IF WS-AMOUNT-VALID = 'YES'
               IF WS-ENTERED-AMOUNT = 0
                   OR WS-ENTERED-AMOUNT > WS-AMOUNT-LIMIT
                   MOVE 'NO' TO WS-AMOUNT-VALID
               END-IF
           END-IF.
           IF WS-AMOUNT-VALID = 'NO'
               MOVE WS-AMOUNT-LIMIT TO WS-AMOUNT-EDIT
               DISPLAY 'Invalid Amount - Must Be Above Zero and Not '
                   'Over ' WS-AMOUNT-EDIT
           END-IF.

       CHECK-SESSION.
      *    Entered cold at a terminal, gated like BALANCE-ADJUST - a
      *    dispute settles money, so it needs the credit group.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'C' TO SC-GROUP-REQUIRED.
           EXEC CICS LINK PROGRAM('SESSION-CHECK')
               COMMAREA(WS-SESSCHK-COMMAREA)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SC-RETURN-CODE = '00'
               MOVE SC-USERNAME TO SESS-USERNAME
           ELSE
               EVALUATE SC-RETURN-CODE
                   WHEN 'EX'
                       DISPLAY 'Session Expired - Please LOGIN '
                           'Again'
                   WHEN 'NG'
                       DISPLAY 'Not Authorized For This '
                           'Transaction'
                   WHEN OTHER
                       DISPLAY 'Session Not Authenticated - '
                           'Please LOGIN First'
               END-EVALUATE
               MOVE 'YES' TO WS-NOT-AUTHENTICATED
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'DISPUTE' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-ORDER-ID TO AUD-ENTITY-ID.
           MOVE 'DISPUTE' TO AUD-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
