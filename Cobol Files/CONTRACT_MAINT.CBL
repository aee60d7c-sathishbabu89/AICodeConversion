       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRACT-PRICE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTRACT-FILE.
       COPY "CONTRPRC.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-CONTRACT-STATUS PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-ITEM-STATUS   PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RESP          PIC S9(8) COMP.

       01 WS-ACTION        PIC X(1).
       01 WS-TARGET-CUST   PIC X(10).
       01 WS-TARGET-ITEM   PIC X(10).
       01 WS-TODAY-DATE    PIC X(8).
       01 WS-RESULT-TEXT   PIC X(30) VALUE SPACES.
       01 WS-CUST-ON-FILE  PIC X(3) VALUE 'NO'.
       01 WS-ITEM-ON-FILE  PIC X(3) VALUE 'NO'.
       01 WS-OVERLAP-FOUND PIC X(3) VALUE 'NO'.
       01 WS-CONTRACT-FOUND PIC X(3) VALUE 'NO'.
       01 WS-CONTRACTS-LISTED PIC 9(5) VALUE 0.

       01 WS-PRICE-TEXT    PIC X(10).
       01 WS-PRICE-VALID   PIC X(3) VALUE 'YES'.
       01 WS-NEW-PRICE     PIC 9(7)V99 VALUE 0.
       01 WS-PT-IDX        PIC 9(2) VALUE 0.
       01 WS-PT-DOTS       PIC 9(2) VALUE 0.
       01 WS-PT-DIGITS     PIC 9(2) VALUE 0.
       01 WS-PRICE-EDIT    PIC Z(6)9.99.

      *    Dates are keyed YYYYMMDD. A blank effective date means
      *    today and a blank expiry means open-ended (99999999).
       01 WS-DATE-TEXT     PIC X(8).
       01 WS-DATE-VALID    PIC X(3) VALUE 'YES'.
       01 WS-DATE-PARTS.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).
       01 WS-NEW-EFFECTIVE PIC X(8).
       01 WS-NEW-EXPIRY    PIC X(8).

       01 WS-ITEM-COUNT    PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX      PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-CODE    PIC X(10).
               10 WS-ITM-PRICE   PIC 9(7)V99.
               10 WS-ITM-ACTIVE  PIC X(1).

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Pricing-desk maintenance for the negotiated contract prices
      * in CONTRACT.KSDS that MQ-RECEIVER checks a customer's order
      * lines against before the item master's list price: add a
      * contract price for a customer and item with its effective
      * and expiry dates, end one early, or list a customer's
      * contracts. A contract may only be written for a customer on
      * the master and an active item on ITEMMAST.DAT, and never
      * over the window of another contract for the same pair - the
      * order check must only ever find one price in force. A
      * contract price is a credit decision as much as a pricing
      * one, so the transaction is gated by the credit group and
      * every add and end writes an AUDT entry naming the operator.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           DISPLAY 'Enter Action - A=Add, E=End, L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
           DISPLAY 'Enter Customer ID: '.
           ACCEPT WS-TARGET-CUST.
           IF WS-TARGET-CUST = SPACES
               DISPLAY 'No Customer ID Entered'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM OPEN-CONTRACT-FILE.
           IF WS-CONTRACT-STATUS NOT = '00'
               EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM ADD-CONTRACT-PRICE
               WHEN 'E'
                   PERFORM END-CONTRACT-PRICE
               WHEN 'L'
                   PERFORM LIST-CONTRACT-PRICES
               WHEN OTHER
                   DISPLAY 'Invalid Action - Use A, E or L'
           END-EVALUATE.

           CLOSE CONTRACT-FILE.
           EXEC CICS RETURN END-EXEC.

      *    Created empty the first time a contract is ever keyed.
       OPEN-CONTRACT-FILE.
           OPEN I-O CONTRACT-FILE.
           IF WS-CONTRACT-STATUS NOT = '00'
               OPEN OUTPUT CONTRACT-FILE
               CLOSE CONTRACT-FILE
               OPEN I-O CONTRACT-FILE
           END-IF.
           IF WS-CONTRACT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CONTRACT.KSDS STATUS='
                   WS-CONTRACT-STATUS
           END-IF.

       ADD-CONTRACT-PRICE.
           PERFORM CHECK-CUSTOMER-ON-FILE.
           IF WS-CUST-ON-FILE = 'NO'
               DISPLAY 'Customer Not On Master: ' WS-TARGET-CUST
               MOVE 'CUSTOMER NOT FOUND' TO WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Enter Item Code: '
               ACCEPT WS-TARGET-ITEM
               PERFORM CHECK-ITEM-ON-FILE
               IF WS-ITEM-ON-FILE = 'NO'
                   DISPLAY 'Item Not Active On Master: '
                       WS-TARGET-ITEM
                   MOVE 'ITEM NOT FOUND' TO WS-RESULT-TEXT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   PERFORM COLLECT-CONTRACT-TERMS
                   IF WS-PRICE-VALID = 'YES'
                       AND WS-DATE-VALID = 'YES'
                       PERFORM CHECK-CONTRACT-OVERLAP
                       IF WS-OVERLAP-FOUND = 'YES'
                           DISPLAY 'Overlaps Contract From '
                               CP-EFFECTIVE-DATE ' To '
                               CP-EXPIRY-DATE
                           MOVE 'OVERLAPS EXISTING'
                               TO WS-RESULT-TEXT
                       ELSE
                           PERFORM WRITE-NEW-CONTRACT
                       END-IF
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

       CHECK-CUSTOMER-ON-FILE.
           MOVE 'NO' TO WS-CUST-ON-FILE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
           ELSE
               MOVE WS-TARGET-CUST TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NO' TO WS-CUST-ON-FILE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-CUST-ON-FILE
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

      *    Only an active item can carry a contract - the list price
      *    on the master is the fallback the order check needs once
      *    the contract runs out.
       CHECK-ITEM-ON-FILE.
           MOVE 'NO' TO WS-ITEM-ON-FILE.
           PERFORM LOAD-ITEM-MASTER.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-ON-FILE = 'YES'
               IF WS-ITM-CODE(WS-ITEM-IDX) = WS-TARGET-ITEM
                   AND WS-ITM-ACTIVE(WS-ITEM-IDX) = 'Y'
                   MOVE 'YES' TO WS-ITEM-ON-FILE
                   MOVE WS-ITM-PRICE(WS-ITEM-IDX) TO WS-PRICE-EDIT
                   DISPLAY 'List Price: ' WS-PRICE-EDIT
               END-IF
           END-PERFORM.

       LOAD-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ITEM-MASTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-ITEM-COUNT < 500
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE ITM-ITEM-CODE
                                   TO WS-ITM-CODE(WS-ITEM-COUNT)
                               MOVE ITM-UNIT-PRICE
                                   TO WS-ITM-PRICE(WS-ITEM-COUNT)
                               MOVE ITM-ACTIVE-FLAG
                                   TO WS-ITM-ACTIVE(WS-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       COLLECT-CONTRACT-TERMS.
           PERFORM COLLECT-NEW-PRICE.
           MOVE 'YES' TO WS-DATE-VALID.
           IF WS-PRICE-VALID = 'YES'
               DISPLAY 'Enter Effective Date YYYYMMDD (blank = '
                   'today): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-DATE-TEXT
               END-IF
               PERFORM EDIT-ENTERED-DATE
               MOVE WS-DATE-TEXT TO WS-NEW-EFFECTIVE
           END-IF.
           IF WS-PRICE-VALID = 'YES' AND WS-DATE-VALID = 'YES'
               DISPLAY 'Enter Expiry Date YYYYMMDD (blank = '
                   'open-ended): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE '99999999' TO WS-NEW-EXPIRY
               ELSE
                   PERFORM EDIT-ENTERED-DATE
                   MOVE WS-DATE-TEXT TO WS-NEW-EXPIRY
               END-IF
           END-IF.
           IF WS-PRICE-VALID = 'YES' AND WS-DATE-VALID = 'YES'
               AND WS-NEW-EXPIRY < WS-NEW-EFFECTIVE
               DISPLAY 'Expiry Date Is Before Effective Date'
               MOVE 'NO' TO WS-DATE-VALID
           END-IF.
           IF WS-DATE-VALID = 'NO'
               MOVE 'INVALID DATE' TO WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    Same digits-and-one-point edit ITEM-PRICE-MAINT puts on a
      *    list price. A contract at zero is refused - a free-goods
      *    agreement is a credit, not a price.
       COLLECT-NEW-PRICE.
           DISPLAY 'Enter Contract Unit Price: '.
           ACCEPT WS-PRICE-TEXT.
           MOVE 'YES' TO WS-PRICE-VALID.
           MOVE 0 TO WS-PT-DOTS.
           MOVE 0 TO WS-PT-DIGITS.
           PERFORM VARYING WS-PT-IDX FROM 1 BY 1
                   UNTIL WS-PT-IDX > 10
               EVALUATE TRUE
                   WHEN WS-PRICE-TEXT(WS-PT-IDX:1) = SPACE
                       CONTINUE
                   WHEN WS-PRICE-TEXT(WS-PT-IDX:1) = '.'
                       ADD 1 TO WS-PT-DOTS
                   WHEN WS-PRICE-TEXT(WS-PT-IDX:1) >= '0'
                       AND WS-PRICE-TEXT(WS-PT-IDX:1) <= '9'
                       ADD 1 TO WS-PT-DIGITS
                   WHEN OTHER
                       MOVE 'NO' TO WS-PRICE-VALID
               END-EVALUATE
           END-PERFORM.
           IF WS-PT-DIGITS = 0 OR WS-PT-DOTS > 1
               MOVE 'NO' TO WS-PRICE-VALID
           END-IF.
           IF WS-PRICE-VALID = 'YES'
               COMPUTE WS-NEW-PRICE =
                   FUNCTION NUMVAL(WS-PRICE-TEXT)
               IF WS-NEW-PRICE = 0
                   MOVE 'NO' TO WS-PRICE-VALID
               END-IF
           END-IF.
           IF WS-PRICE-VALID = 'NO'
               DISPLAY 'Invalid Price Entry - Action Abandoned'
           END-IF.

       EDIT-ENTERED-DATE.
           MOVE 'YES' TO WS-DATE-VALID.
           IF WS-DATE-TEXT NOT NUMERIC
               MOVE 'NO' TO WS-DATE-VALID
           ELSE
               MOVE WS-DATE-TEXT TO WS-DATE-PARTS
               IF WS-DATE-YEAR < 1900
                   OR WS-DATE-MONTH < 1 OR WS-DATE-MONTH > 12
                   OR WS-DATE-DAY < 1 OR WS-DATE-DAY > 31
                   MOVE 'NO' TO WS-DATE-VALID
               END-IF
           END-IF.
           IF WS-DATE-VALID = 'NO'
               DISPLAY 'Invalid Date ' WS-DATE-TEXT
                   ' - Must Be YYYYMMDD'
           END-IF.

      *    Any contract for the same customer and item whose window
      *    shares a day with the new one blocks it; CONTRACT-RECORD
      *    is left holding the clashing contract for the message.
       CHECK-CONTRACT-OVERLAP.
           MOVE 'NO' TO WS-OVERLAP-FOUND.
           PERFORM START-ITEM-BROWSE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF CP-CUST-ID NOT = WS-TARGET-CUST
                           OR CP-ITEM-CODE NOT = WS-TARGET-ITEM
                           MOVE 'YES' TO WS-END-OF-FILE
                       ELSE
                           IF CP-EFFECTIVE-DATE <= WS-NEW-EXPIRY
                               AND WS-NEW-EFFECTIVE <= CP-EXPIRY-DATE
                               MOVE 'YES' TO WS-OVERLAP-FOUND
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.

       START-ITEM-BROWSE.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE WS-TARGET-CUST TO CP-CUST-ID.
           MOVE WS-TARGET-ITEM TO CP-ITEM-CODE.
           MOVE LOW-VALUES TO CP-EFFECTIVE-DATE.
           START CONTRACT-FILE KEY IS >= CP-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-END-OF-FILE
           END-START.

       WRITE-NEW-CONTRACT.
           MOVE SPACES TO CONTRACT-PRICE-RECORD.
           MOVE WS-TARGET-CUST TO CP-CUST-ID.
           MOVE WS-TARGET-ITEM TO CP-ITEM-CODE.
           MOVE WS-NEW-EFFECTIVE TO CP-EFFECTIVE-DATE.
           MOVE WS-NEW-EXPIRY TO CP-EXPIRY-DATE.
           MOVE WS-NEW-PRICE TO CP-UNIT-PRICE.
           MOVE FUNCTION CURRENT-DATE TO CP-UPDATED.
           MOVE SESS-USERNAME TO CP-UPDATED-BY.
           WRITE CONTRACT-PRICE-RECORD.
           IF WS-CONTRACT-STATUS = '00'
               MOVE WS-NEW-PRICE TO WS-PRICE-EDIT
               DISPLAY 'Contract Added: ' WS-TARGET-CUST ' '
                   WS-TARGET-ITEM ' ' WS-PRICE-EDIT ' '
                   WS-NEW-EFFECTIVE '-' WS-NEW-EXPIRY
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'ADDED ' WS-TARGET-ITEM ' ' WS-NEW-EFFECTIVE
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               DISPLAY 'ERROR: CONTRACT WRITE FAILED STATUS='
                   WS-CONTRACT-STATUS
               MOVE 'WRITE FAILED' TO WS-RESULT-TEXT
           END-IF.

      *    Ends the contract in force today (or, failing that, the
      *    next one still to start) on the date keyed. The end date
      *    may not fall before the contract started or after the
      *    expiry it already has - stretching a contract is a new
      *    contract, keyed and audited as one.
       END-CONTRACT-PRICE.
           DISPLAY 'Enter Item Code: '.
           ACCEPT WS-TARGET-ITEM.
           PERFORM FIND-CURRENT-CONTRACT.
           IF WS-CONTRACT-FOUND = 'NO'
               DISPLAY 'No Current Contract For ' WS-TARGET-CUST
                   ' ' WS-TARGET-ITEM
               MOVE 'NO CURRENT CONTRACT' TO WS-RESULT-TEXT
           ELSE
               MOVE CP-UNIT-PRICE TO WS-PRICE-EDIT
               DISPLAY 'Contract ' CP-EFFECTIVE-DATE '-'
                   CP-EXPIRY-DATE ' Price ' WS-PRICE-EDIT
               DISPLAY 'Enter End Date YYYYMMDD (blank = today): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-DATE-TEXT
               END-IF
               PERFORM EDIT-ENTERED-DATE
               IF WS-DATE-VALID = 'YES'
                   AND (WS-DATE-TEXT < CP-EFFECTIVE-DATE
                       OR WS-DATE-TEXT > CP-EXPIRY-DATE)
                   DISPLAY 'End Date Must Fall Within The Contract'
                   MOVE 'NO' TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = 'NO'
                   MOVE 'INVALID DATE' TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-DATE-TEXT TO CP-EXPIRY-DATE
                   MOVE FUNCTION CURRENT-DATE TO CP-UPDATED
                   MOVE SESS-USERNAME TO CP-UPDATED-BY
                   REWRITE CONTRACT-PRICE-RECORD
                   IF WS-CONTRACT-STATUS = '00'
                       DISPLAY 'Contract Ended: ' WS-TARGET-CUST
                           ' ' WS-TARGET-ITEM ' ' CP-EXPIRY-DATE
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING 'ENDED ' WS-TARGET-ITEM ' '
                           CP-EXPIRY-DATE
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   ELSE
                       DISPLAY 'ERROR: CONTRACT REWRITE FAILED '
                           'STATUS=' WS-CONTRACT-STATUS
                       MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    The first contract for the pair that has not yet expired -
      *    windows never overlap, so that is the one in force today
      *    or, if none is, the next to start.
       FIND-CURRENT-CONTRACT.
           MOVE 'NO' TO WS-CONTRACT-FOUND.
           PERFORM START-ITEM-BROWSE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF CP-CUST-ID NOT = WS-TARGET-CUST
                           OR CP-ITEM-CODE NOT = WS-TARGET-ITEM
                           MOVE 'YES' TO WS-END-OF-FILE
                       ELSE
                           IF CP-EXPIRY-DATE >= WS-TODAY-DATE
                               MOVE 'YES' TO WS-CONTRACT-FOUND
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.

       LIST-CONTRACT-PRICES.
           MOVE 0 TO WS-CONTRACTS-LISTED.
           MOVE LOW-VALUES TO WS-TARGET-ITEM.
           PERFORM START-ITEM-BROWSE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CONTRACT-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF CP-CUST-ID NOT = WS-TARGET-CUST
                           MOVE 'YES' TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-CONTRACTS-LISTED
                           MOVE CP-UNIT-PRICE TO WS-PRICE-EDIT
                           DISPLAY CP-ITEM-CODE ' '
                               CP-EFFECTIVE-DATE ' '
                               CP-EXPIRY-DATE ' '
                               WS-PRICE-EDIT ' '
                               CP-UPDATED-BY
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.
           DISPLAY 'CONTRACTS FOR ' WS-TARGET-CUST ': '
               WS-CONTRACTS-LISTED.

       CHECK-SESSION.
      *    Entered cold at a terminal and gated by the credit group,
      *    like BALANCE-ADJUST - a contract price decides how much
      *    the customer is billed.
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
           MOVE 'CONTRACT' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-CUST TO AUD-ENTITY-ID.
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'ADDPRICE' TO AUD-ACTION
               WHEN 'E'
                   MOVE 'ENDPRICE' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'CONTRACT' TO AUD-ACTION
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
