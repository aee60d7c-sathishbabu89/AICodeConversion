       DATA DIVISION.
       FILE SECTION.
       FD LOAD-FILE.
       COPY "CUSTLOAD.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".
       COPY "ERRLOG.cpy".
       COPY "VALIDATE.cpy".
       COPY "JRNLREC.cpy".
       COPY "CUSTIDSV.cpy".

      *    'YES' for a merge-mode row that names an existing
      *    customer by a keyed ID - it may refresh that record but
      *    never add one. 'YES' in WS-ID-SERVICE-DOWN once the
      *    counter has refused an ID, so the failure is logged once
      *    and every later new row is rejected with the reason.
       01 WS-KEYED-UPDATE  PIC X(3) VALUE 'NO'.
       01 WS-ID-SERVICE-DOWN PIC X(3) VALUE 'NO'.

      * Conversion loader for CUSTOMER-FILE: reads a flat file of
      * customer rows (one per line, fixed columns mirroring the
      * keying them in one at a time. Every row lands in
      * CUSTLOAD.RPT as LOADED or REJECTED with the reason, so the
      * conversion team can fix and resubmit just the rejects.
      * FEED-CUSTOMER-MATCH appends the day's new people from the
      * FILE-PROCESSOR feeds as origin 'F' rows - name, birth date
      * and the feed region, no phone or address yet.
      * A new customer's row leaves the ID blank and is given the
      * next one by CUSTOMER-ID-SERVICE, shown on its report line;
      * a feed row arrives with the ID FEED-CUSTOMER-MATCH already
      * drew from the same counter. A keyed ID on any other row
      * can only refresh that existing customer in merge mode - it
      * never adds one, so numbers are not chosen or reused by
      * hand - and a system ID whose check digit is wrong is
      * rejected outright.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Run Mode - A=Add Only, M=Merge '

       PROCESS-ONE-LOAD-ROW.
           PERFORM VALIDATE-LOAD-ROW.
           IF WS-ROW-VALID = 'YES' AND LD-CUST-ID = SPACES
               PERFORM ASSIGN-LOAD-CUSTOMER-ID
           END-IF.
           IF WS-ROW-VALID = 'YES'
               IF WS-KEYED-UPDATE = 'YES'
                   PERFORM UPDATE-KEYED-CUSTOMER
               ELSE
                   PERFORM WRITE-ONE-CUSTOMER
               END-IF
           ELSE
               ADD 1 TO WS-ROWS-REJECTED
               MOVE LD-CUST-ID TO RL-CUST-ID
           END-IF.

      * Same gauntlet ADD-CUSTOMER runs at the terminal, plus the
      * customer ID rules above. First failing field's reason is
      * what lands on the report line.
       VALIDATE-LOAD-ROW.
           MOVE 'YES' TO WS-ROW-VALID.
           MOVE SPACES TO WS-ROW-FAIL-REASON.
           MOVE 'NO' TO WS-KEYED-UPDATE.

           IF LD-CUST-ID = SPACES
               IF LD-ORIGIN = 'F'
                   MOVE 'NO' TO WS-ROW-VALID
                   MOVE 'ID: FEED ROW CARRIES NO ID'
                       TO WS-ROW-FAIL-REASON
               END-IF
           ELSE
               MOVE 'V' TO CID-FUNCTION
               MOVE LD-CUST-ID TO CID-CUST-ID
               CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY
               EVALUATE TRUE
                   WHEN CID-RETURN-CODE = 'CD'
                       MOVE 'NO' TO WS-ROW-VALID
                       MOVE 'ID: CHECK DIGIT WRONG'
                           TO WS-ROW-FAIL-REASON
                   WHEN LD-ORIGIN = 'F'
                       CONTINUE
                   WHEN WS-RUN-MODE = 'M'
                       MOVE 'YES' TO WS-KEYED-UPDATE
                   WHEN OTHER
                       MOVE 'NO' TO WS-ROW-VALID
                       MOVE 'ID: LEAVE BLANK - NEW IDS ARE ISSUED'
                           TO WS-ROW-FAIL-REASON
               END-EVALUATE
           END-IF.

           MOVE SPACES TO VAL-FIELD-VALUE.
                   INTO WS-ROW-FAIL-REASON
           END-IF.

      *    A feed prospect's row has no phone to check - one keyed
      *    on it later still has to pass the pattern at the terminal.
           IF LD-ORIGIN NOT = 'F' OR LD-PHONE NOT = SPACES
               MOVE SPACES TO VAL-FIELD-VALUE
               MOVE LD-PHONE TO VAL-FIELD-VALUE
               MOVE 12 TO VAL-FIELD-LENGTH
               MOVE 'Y' TO VAL-REQUIRED
               MOVE 'N' TO VAL-CHECK-NUMERIC
               MOVE 'Y' TO VAL-CHECK-PATTERN
               MOVE '999-999-9999' TO VAL-PATTERN
               CALL 'FIELD-VALIDATOR' USING WS-VALIDATION-ENTRY
               IF VAL-RESULT NOT = 'Y' AND WS-ROW-VALID = 'YES'
                   MOVE 'NO' TO WS-ROW-VALID
                   STRING 'PHONE: ' VAL-REASON DELIMITED BY SIZE
                       INTO WS-ROW-FAIL-REASON
               END-IF
           END-IF.

           MOVE SPACES TO VAL-FIELD-VALUE.
               END-PERFORM
           END-IF.

       ASSIGN-LOAD-CUSTOMER-ID.
           IF WS-ID-SERVICE-DOWN = 'NO'
               MOVE 'A' TO CID-FUNCTION
               CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY
           END-IF.
           IF WS-ID-SERVICE-DOWN = 'NO' AND CID-RETURN-CODE = '00'
               MOVE CID-CUST-ID TO LD-CUST-ID
           ELSE
               MOVE 'NO' TO WS-ROW-VALID
               MOVE 'ID: NO CUSTOMER ID COULD BE ISSUED'
                   TO WS-ROW-FAIL-REASON
               IF WS-ID-SERVICE-DOWN = 'NO'
                   MOVE 'YES' TO WS-ID-SERVICE-DOWN
                   MOVE 'CUSTLOAD' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E180' TO ERR-CODE
                   MOVE 'ERROR' TO ERR-SEVERITY
                   STRING 'CUSTOMER-ID-SERVICE RC=' CID-RETURN-CODE
                       ' - NEW ROWS REJECTED, CHECK CUSTSEQ.DAT'
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               END-IF
           END-IF.

       UPDATE-KEYED-CUSTOMER.
           MOVE LD-CUST-ID TO RL-CUST-ID.
           PERFORM MERGE-EXISTING-CUSTOMER.
           MOVE WS-RESULT-LINE TO LOAD-REPORT-RECORD.
           WRITE LOAD-REPORT-RECORD.

       WRITE-ONE-CUSTOMER.
           MOVE LD-CUST-ID TO CUST-ID.
           MOVE LD-NAME TO CUST-NAME.
           MOVE LD-ADDRESS TO CUST-ADDRESS.
           MOVE 'S' TO CUST-ADDR-FORMAT.
           MOVE LD-PHONE TO CUST-PHONE.
           MOVE LD-REGION TO CUST-REGION.
           MOVE LD-BIRTH-DATE TO CUST-BIRTH-DATE.
               ADD 1 TO WS-ROWS-REJECTED
               MOVE 'REJECTED' TO RL-OUTCOME
               MOVE SPACES TO RL-REASON
               IF WS-CUST-STATUS = '23'
                   MOVE 'ID NOT ON FILE - LEAVE BLANK IF NEW'
                       TO RL-REASON
               ELSE
                   STRING 'MERGE READ FAILED STATUS=' WS-CUST-STATUS
                       DELIMITED BY SIZE INTO RL-REASON
               END-IF
           ELSE
               PERFORM BUILD-JOURNAL-BEFORE-IMAGE
               MOVE 0 TO WS-ROW-CHANGES
                   ADD 1 TO WS-ROW-CHANGES
                   MOVE LD-NAME TO CUST-NAME
               END-IF
      *        A feed row's empty address and phone are missing
      *        data, not a change - they never blank what was
      *        taken since.
               IF LD-ORIGIN NOT = 'F'
                   AND (CUST-ADDR-FORMAT NOT = 'S'
                   OR CUST-ADDRESS(1:59) NOT = LD-ADDRESS(1:59))
                   ADD 1 TO WS-ROW-CHANGES
                   MOVE LD-ADDRESS TO CUST-ADDRESS
                   MOVE 'S' TO CUST-ADDR-FORMAT
               END-IF
               IF LD-ORIGIN NOT = 'F'
                   AND CUST-PHONE NOT = LD-PHONE
                   ADD 1 TO WS-ROW-CHANGES
                   MOVE LD-PHONE TO CUST-PHONE
               END-IF
