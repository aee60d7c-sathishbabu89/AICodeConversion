       01 WS-RESP          PIC S9(8) COMP.

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.
       01 WS-LINKED        PIC X(3) VALUE 'NO'.
       01 WS-ADJ-REFERENCE PIC X(8) VALUE SPACES.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".
       COPY "CUSTIDSV.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * persisted in ADJSEQ.DAT, so every adjustment on the
      * cumulative ledger stays individually referenceable - two
      * keyed in the same second, or at the same time of day on
      * different days, never share a number. The ledger line is
      * dated to the business day from BUSINESS-DATE-SERVICE - an
      * adjustment keyed after the day's posting cutoff belongs to
      * the next business day, not the one being closed. A
      * business day in an accounting period PERIOD-CLOSE has
      * closed is refused before any money moves - the refusal is
      * audited and a linked caller gets 'PC'.
      *
      * Entered cold at a terminal (EIBCALEN = 0) the adjustment is
      * keyed at the prompts. LINKed by another transaction - a
      * dispute settled in the customer's favour - it takes the
      * adjustment from the ADJREQ commarea instead and answers in
      * AR-RETURN-CODE, but still runs the same session and credit-
      * group check against the operator at the terminal, the same
      * edits, the same posting and the same audit entry.
       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY "ADJREQ.cpy".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF EIBCALEN > 0
               MOVE 'YES' TO WS-LINKED
               MOVE SPACES TO AR-ADJ-ID
           END-IF.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               IF WS-LINKED = 'YES'
                   MOVE 'NA' TO AR-RETURN-CODE
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-LINKED = 'YES'
               PERFORM TAKE-LINKED-REQUEST
           ELSE
               DISPLAY 'Enter Customer ID: '
               ACCEPT WS-CUST-ID
               DISPLAY 'Enter Direction - D=Debit, C=Credit: '
               ACCEPT WS-DIRECTION
               MOVE FUNCTION UPPER-CASE(WS-DIRECTION)
                   TO WS-DIRECTION
               DISPLAY 'Enter Amount: '
               ACCEPT WS-AMOUNT-TEXT
               DISPLAY 'Enter Reason Code (WRTO=Write-Off, '
                   'GOOD=Goodwill Credit, CORR=Posting Correction, '
                   'NSFC=Returned Cheque): '
               ACCEPT WS-REASON-CODE
               MOVE FUNCTION UPPER-CASE(WS-REASON-CODE)
                   TO WS-REASON-CODE
               PERFORM EDIT-ADJUSTMENT-ENTRY
           END-IF.
           IF WS-AMOUNT-VALID = 'NO'
               IF WS-LINKED = 'YES'
                   MOVE 'IV' TO AR-RETURN-CODE
               END-IF
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'P' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           IF BDT-PERIOD-CLOSED = 'YES'
               DISPLAY 'Posting Period ' BDT-POSTING-DATE(1:6)
                   ' Is Closed - Adjustment Not Posted'
               IF WS-LINKED = 'YES'
                   MOVE 'PC' TO AR-RETURN-CODE
               END-IF
               MOVE 'PERIOD CLOSED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               EXEC CICS RETURN END-EXEC
           END-IF.

           IF WS-CUST-ID = SPACES
               DISPLAY 'Customer ID Required'
               MOVE 'NO' TO WS-AMOUNT-VALID
           ELSE
               PERFORM VERIFY-CUSTOMER-ID
               IF CID-RETURN-CODE = 'CD'
                   DISPLAY 'Customer ID Check Digit Wrong - Rekey'
                   MOVE 'NO' TO WS-AMOUNT-VALID
               END-IF
           END-IF.
           IF WS-DIRECTION NOT = 'D' AND WS-DIRECTION NOT = 'C'
               DISPLAY 'Direction Must Be D or C'
               MOVE 'NO' TO WS-AMOUNT-VALID
           END-IF.

      *    DISP - a dispute credited back - is only ever posted by
      *    DISPUTE-MAINT against a closed case, never keyed freehand
      *    at the prompt.
       VALIDATE-REASON-CODE.
           EVALUATE WS-REASON-CODE
               WHEN 'WRTO'
               WHEN 'CORR'
               WHEN 'NSFC'
                   MOVE 'YES' TO WS-REASON-VALID
               WHEN 'DISP'
                   MOVE WS-LINKED TO WS-REASON-VALID
               WHEN OTHER
                   MOVE 'NO' TO WS-REASON-VALID
           END-EVALUATE.

      *    A LINKed request arrives already numeric, so only the
      *    checks that still mean something are made: a customer, a
      *    real direction, a non-zero amount and a listed reason.
       TAKE-LINKED-REQUEST.
           MOVE 'YES' TO WS-AMOUNT-VALID.
           MOVE AR-CUST-ID TO WS-CUST-ID.
           MOVE AR-DIRECTION TO WS-DIRECTION.
           MOVE AR-REASON-CODE TO WS-REASON-CODE.
           MOVE AR-REFERENCE TO WS-ADJ-REFERENCE.
           IF AR-AMOUNT IS NUMERIC
               MOVE AR-AMOUNT TO WS-ADJ-AMOUNT
           ELSE
               MOVE 0 TO WS-ADJ-AMOUNT
           END-IF.
           IF WS-CUST-ID = SPACES OR WS-ADJ-AMOUNT = 0
               MOVE 'NO' TO WS-AMOUNT-VALID
           END-IF.
           PERFORM VERIFY-CUSTOMER-ID.
           IF CID-RETURN-CODE = 'CD'
               MOVE 'NO' TO WS-AMOUNT-VALID
           END-IF.
           IF WS-DIRECTION NOT = 'D' AND WS-DIRECTION NOT = 'C'
               MOVE 'NO' TO WS-AMOUNT-VALID
           END-IF.
           PERFORM VALIDATE-REASON-CODE.
           IF WS-REASON-VALID = 'NO'
               MOVE 'NO' TO WS-AMOUNT-VALID
           END-IF.

      *    A system customer ID whose check digit does not add up is
      *    a slipped digit - the money must not land on whichever
      *    account owns the number it became. A legacy ID has no
      *    digit to check and goes through.
       VERIFY-CUSTOMER-ID.
           MOVE 'V' TO CID-FUNCTION.
           MOVE WS-CUST-ID TO CID-CUST-ID.
           CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.

      *    Same sign convention as order posting: a debit pulls the
      *    balance down, a credit puts it back. SQLCODE 100 means
      *    the customer isn't in CUSTOMER_TABLE at all, which an
                       ' ' WS-DIRECTION ' ' WS-AMOUNT-EDIT
                       ' ' WS-REASON-CODE
                   PERFORM WRITE-ADJUSTMENT-LEDGER
                   IF WS-LINKED = 'YES'
                       MOVE '00' TO AR-RETURN-CODE
                       MOVE WS-ADJ-ID TO AR-ADJ-ID
                   END-IF
      *            The ledger ID rides at the end of the result so
      *            the money-movement report can put a name to the
      *            ledger line.
                   MOVE SPACES TO AUD-RESULT
                   STRING WS-DIRECTION ' ' WS-AMOUNT-EDIT ' '
                       WS-REASON-CODE ' ' WS-ADJ-ID DELIMITED BY SIZE
                       INTO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               WHEN 100
                   DISPLAY 'Customer Not Found in CUSTOMER_TABLE'
                   IF WS-LINKED = 'YES'
                       MOVE 'NF' TO AR-RETURN-CODE
                   END-IF
                   MOVE 'NOT FOUND' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               WHEN OTHER
                   DISPLAY 'SQL ERROR ON ADJUSTMENT - SQLCODE='
                       SQLCODE
                   IF WS-LINKED = 'YES'
                       MOVE 'ER' TO AR-RETURN-CODE
                   END-IF
                   MOVE 'SQL ERROR' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
           END-EVALUATE.
               MOVE 0 TO LGR-ITEM-COUNT
               MOVE WS-ADJ-AMOUNT TO LGR-TOTAL-AMOUNT
               MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP
               MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE
               MOVE 'ADJUST' TO LGR-OUTCOME
               MOVE SPACES TO LGR-REASON-TEXT
               IF WS-ADJ-REFERENCE = SPACES
                   STRING 'Adjustment ' WS-REASON-CODE ' by '
                       SESS-USERNAME DELIMITED BY SIZE
                       INTO LGR-REASON-TEXT
               ELSE
                   STRING 'Adjustment ' WS-REASON-CODE ' '
                       WS-ADJ-REFERENCE ' by '
                       SESS-USERNAME DELIMITED BY SIZE
                       INTO LGR-REASON-TEXT
               END-IF
               WRITE LEDGER-RECORD
               IF WS-LEDGER-STATUS = '00'
                   MOVE 'A' TO LWR-FUNCTION
                   MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
                   CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
               END-IF
               CLOSE ORDER-LEDGER-FILE
           END-IF.

