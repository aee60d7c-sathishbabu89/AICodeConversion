       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Two-person-control drop: a delete (archive), an
      *    archived record's restore or a duplicate's merge is
      *    requested here and applied only once a different
      *    signed-on user approves it in PENDING-ACTION-REVIEW.
           SELECT PENDING-ACTION-FILE ASSIGN TO 'PENDACT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
           SELECT REGION-MASTER-FILE ASSIGN TO 'REGION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
           SELECT SALES-REP-FILE ASSIGN TO 'SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGION-MASTER-FILE.
       COPY "REGREC.cpy".

       FD SALES-REP-FILE.
       COPY "SREPREC.cpy".

       WORKING-STORAGE SECTION.
       01  WS-PEND-STATUS      PIC XX.
       01  WS-PEND-ACTION      PIC X(10).
      *    Surviving account keyed in MERGE TO for a PF9 request.
       01  WS-MERGE-TARGET     PIC X(10).
       01  WS-REGION-STATUS    PIC XX.

      *    Region master loaded once per entry - a region that
           05  WS-RGN-ENTRY OCCURS 20 TIMES.
               10  WS-RGN-CODE   PIC X(10).
               10  WS-RGN-ACTIVE PIC X(1).

      *    Sales rep master, loaded the first time a rep is keyed and
      *    held the same way: a keyed rep must be an active one on
      *    SALESREP.DAT. The rep itself lives only on CUSTOMER_TABLE
      *    (SALES_REP) - the KSDS record's journal image has no room
      *    left - so it is read from the table for the panel and
      *    written back with the rest of the row. WS-TABLE-REP is the
      *    customer's rep as it will stand on the table; WS-OLD-REP
      *    what it was before a change, for the audit line.
       01  WS-REP-STATUS       PIC XX.
       01  WS-REP-COUNT        PIC 9(3) VALUE 0.
       01  WS-REP-IDX          PIC 9(3) VALUE 0.
       01  WS-REP-OK           PIC X(3) VALUE 'YES'.
       01  WS-REP-MASTER-ON    PIC X(3) VALUE 'NO'.
       01  WS-REP-CHECKED      PIC X(8).
       01  WS-REP-TABLE.
           05  WS-REP-ENTRY OCCURS 200 TIMES.
               10  WS-RP-ID      PIC X(8).
               10  WS-RP-ACTIVE  PIC X(1).
       01  WS-TABLE-REP        PIC X(8) VALUE SPACES.
       01  WS-OLD-REP          PIC X(8) VALUE SPACES.
       01  WS-CUST-ID          PIC X(10).
       01  WS-RESP             PIC S9(8) COMP.
       01  WS-RESP2            PIC S9(8) COMP.
       COPY "SESSCHK.cpy".
       COPY "VALIDATE.cpy".
       COPY "JRNLREC.cpy".
       COPY "CUSTIDSV.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      *    The operator's panel entries, lifted off the map in one
      *    place so the action paragraphs work from plain fields.
       01  WS-ENT-NAME         PIC X(50).
       01  WS-ENT-ADDRESS.
           05  WS-ENT-STREET   PIC X(30).
           05  WS-ENT-CITY     PIC X(16).
           05  WS-ENT-STATE    PIC X(3).
           05  WS-ENT-POSTCODE PIC X(10).
       01  WS-ENT-PHONE        PIC X(15).
       01  WS-ENT-REGION       PIC X(10).
       01  WS-ENT-BDATE        PIC X(8).
       01  WS-ENT-REP          PIC X(8).

      *    Whole-currency credit limit keyed at the terminal. On an
      *    add, blank leaves the account unlimited
      * formatted panel: the whole CUSTOMER-RECORD is keyed and shown
      * at once, every validation failure lands beside its own field
      * in one round trip (the entries stay on the screen to fix),
      * and the PF keys move between lookup, add, change, archive,
      * restore and merge on the same customer without starting
      * over - PF1=lookup PF2=add PF4=change PF6=archive
      * PF7=restore PF9=merge PF3=exit. An add is given its
      * customer ID by CUSTOMER-ID-SERVICE; the ID field is for
      * finding an existing account, never for naming a new one.
      * The SLS REP field gives the customer to a sales rep off the
      * SALESREP-MAINT master; COMMISSION-STATEMENT pays each rep on
      * the customers assigned to them here.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
                       PERFORM DELETE-CUSTOMER
                   WHEN AID-PF7
                       PERFORM REQUEST-RESTORE
                   WHEN AID-PF9
                       PERFORM REQUEST-MERGE
                   WHEN OTHER
                       MOVE 'Use PF1 PF2 PF4 PF6 PF7 or PF9 - PF3 Exits'
                           TO CMMSGI
               END-EVALUATE
               EXEC CICS SEND
       TAKE-SCREEN-FIELDS.
           MOVE CMIDI TO WS-CUST-ID.
           MOVE CMNAMEI TO WS-ENT-NAME.
           MOVE CMSTRTI TO WS-ENT-STREET.
           MOVE CMCITYI TO WS-ENT-CITY.
           MOVE CMPROVI TO WS-ENT-STATE.
           MOVE CMPOSTI TO WS-ENT-POSTCODE.
           MOVE CMPHONI TO WS-ENT-PHONE.
           MOVE CMREGI TO WS-ENT-REGION.
           MOVE CMBDATI TO WS-ENT-BDATE.
           MOVE CMLIMI TO WS-CREDIT-LIMIT-TEXT.
           MOVE CMMRGI TO WS-MERGE-TARGET.
           MOVE CMREPI TO WS-ENT-REP.
           INSPECT WS-CUST-ID REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ENT-NAME REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ENT-ADDRESS REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ENT-BDATE REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-CREDIT-LIMIT-TEXT
               REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-MERGE-TARGET REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-ENT-REP REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ENT-REP) TO WS-ENT-REP.
           MOVE WS-CUST-ID TO CUST-ID.

       CLEAR-FIELD-MESSAGES.
           MOVE SPACES TO CMREGMI.
           MOVE SPACES TO CMBDATMI.
           MOVE SPACES TO CMLIMMI.
           MOVE SPACES TO CMREPMI.
           MOVE SPACES TO CMMSGI.

      *    PF1 - pull the record onto the panel so a change, archive
           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE 'Customer Not Found' TO CMMSGI
           ELSE
               PERFORM FETCH-TABLE-REP
               PERFORM SHOW-CUSTOMER-ON-PANEL
               MOVE 'Customer Displayed - Edit and Choose PF Action'
                   TO CMMSGI
               IF CUST-ADDR-FORMAT NOT = 'S'
                   MOVE SPACES TO CMMSGI
                   STRING 'Rekey Address: ' CUST-ADDRESS-TEXT
                       DELIMITED BY SIZE INTO CMMSGI
               END-IF
           END-IF.

       SHOW-CUSTOMER-ON-PANEL.
           MOVE CUST-NAME TO CMNAMEI.
      *    An address not yet split into its parts shows blank
      *    parts - the lookup puts the old text on the message line
      *    for the operator to rekey from.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE CUST-STREET TO CMSTRTI
               MOVE CUST-CITY TO CMCITYI
               MOVE CUST-STATE TO CMPROVI
               MOVE CUST-POSTCODE TO CMPOSTI
           ELSE
               MOVE SPACES TO CMSTRTI
               MOVE SPACES TO CMCITYI
               MOVE SPACES TO CMPROVI
               MOVE SPACES TO CMPOSTI
           END-IF.
           MOVE CUST-PHONE TO CMPHONI.
           MOVE CUST-REGION TO CMREGI.
           MOVE CUST-BIRTH-DATE TO CMBDATI.
           MOVE CUST-BALANCE TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CMBALI.
           MOVE CUST-STATUS TO CMSTATI.
           MOVE WS-TABLE-REP TO CMREPI.

       ADD-CUSTOMER.
           MOVE WS-ENT-NAME TO CUST-NAME.
           MOVE WS-ENT-STREET TO CUST-STREET.
           MOVE WS-ENT-CITY TO CUST-CITY.
           MOVE WS-ENT-STATE TO CUST-STATE.
           MOVE WS-ENT-POSTCODE TO CUST-POSTCODE.
           MOVE 'S' TO CUST-ADDR-FORMAT.
           MOVE WS-ENT-PHONE TO CUST-PHONE.
           MOVE WS-ENT-REGION TO CUST-REGION.
           MOVE WS-ENT-BDATE TO CUST-BIRTH-DATE.
           MOVE 'ACTIVE' TO CUST-STATUS.
           MOVE SPACES TO CUST-STATUS-REASON.
           MOVE SPACES TO CUST-ARCHIVE-DATE.
           IF WS-ENT-REP = 'NONE'
               MOVE SPACES TO WS-TABLE-REP
           ELSE
               MOVE WS-ENT-REP TO WS-TABLE-REP
           END-IF.

           PERFORM VALIDATE-ADD-FIELDS.
           IF WS-ADD-VALID = 'NO'
               MOVE 'ADD' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM ASSIGN-NEW-CUSTOMER-ID
           END-IF.

      *    The new account's ID comes off the protected counter
      *    through CUSTOMER-ID-SERVICE - whatever sits in the ID
      *    field (often the account just looked up) is not used, so
      *    no number is ever chosen or reused by hand. The ID given
      *    goes back onto the panel.
       ASSIGN-NEW-CUSTOMER-ID.
           MOVE 'A' TO CID-FUNCTION.
           CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.
           IF CID-RETURN-CODE = '00'
               MOVE CID-CUST-ID TO WS-CUST-ID
               MOVE CID-CUST-ID TO CUST-ID
               MOVE CID-CUST-ID TO CMIDI
               PERFORM WRITE-NEW-CUSTOMER
           ELSE
               MOVE SPACES TO CMMSGI
               STRING 'Customer Not Added - No ID Issued RC='
                   CID-RETURN-CODE ' - Call Support'
                   DELIMITED BY SIZE INTO CMMSGI
               MOVE SPACES TO WS-CUST-ID
               MOVE SPACES TO AUD-RESULT
               STRING 'NO ID ISSUED RC=' CID-RETURN-CODE
                   DELIMITED BY SIZE INTO AUD-RESULT
               MOVE 'ADD' TO AUD-ACTION
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       WRITE-NEW-CUSTOMER.
               END-EXEC.

           IF WS-RESP = DFHRESP(NORMAL)
               MOVE SPACES TO CMMSGI
               STRING 'Customer Added as ' WS-CUST-ID
                   DELIMITED BY SIZE INTO CMMSGI
               MOVE 'SUCCESS' TO AUD-RESULT
               MOVE LOW-VALUES TO WS-BEFORE-IMAGE
               MOVE 'ADD' TO JRN-ACTION
               PERFORM SHOW-CUSTOMER-ON-PANEL
           ELSE
               IF WS-RESP = DFHRESP(DUPKEY) OR WS-RESP = DFHRESP(DUPREC)
      *            Only a counter seeded below IDs already on
      *            file can do this; the serial has moved on, so
      *            the next PF2 draws a fresh one.
                   MOVE 'Customer Add Failed - ID Already Exists'
                       TO CMMSGI
                   MOVE 'DUPLICATE' TO AUD-RESULT
               ELSE
               PERFORM EDIT-CREDIT-LIMIT-ENTRY
           END-IF.

      *    Optional too - an account may be taken on before a rep is
      *    given it - but a keyed rep must be an active one.
           IF WS-TABLE-REP NOT = SPACES
               MOVE WS-TABLE-REP TO WS-REP-CHECKED
               PERFORM CHECK-REP-AGAINST-MASTER
               IF WS-REP-OK = 'NO'
                   MOVE 'NOT AN ACTIVE SALES REP' TO CMREPMI
                   IF WS-ADD-VALID = 'YES'
                       MOVE 'NO' TO WS-ADD-VALID
                       MOVE 'REP: NOT AN ACTIVE SALES REP'
                           TO WS-ADD-FAIL-REASON
                   END-IF
               END-IF
           END-IF.

      * The add lands in CUSTOMER_TABLE inside the same unit of
      * work as the KSDS WRITE, so the new customer's first day of
      * orders stops dead-lettering on 'Customer not found in
       INSERT-TABLE-ROW.
           EXEC SQL
               INSERT INTO CUSTOMER_TABLE
                   (ID, NAME, STREET, CITY, STATE_PROV,
                    POSTAL_CODE, PHONE, BALANCE, REGION, STATUS,
                    SALES_REP)
               VALUES (:CUST-ID, :CUST-NAME, :CUST-STREET,
                    :CUST-CITY, :CUST-STATE, :CUST-POSTCODE,
                    :CUST-PHONE, :CUST-BALANCE, :CUST-REGION,
                    :CUST-STATUS, :WS-TABLE-REP)
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'WARNING: CUSTOMER_TABLE INSERT FAILED'
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET NAME = :CUST-NAME,
                   STREET = :CUST-STREET,
                   CITY = :CUST-CITY,
                   STATE_PROV = :CUST-STATE,
                   POSTAL_CODE = :CUST-POSTCODE,
                   PHONE = :CUST-PHONE,
                   SALES_REP = :WS-TABLE-REP
               WHERE ID = :CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
               END-PERFORM
           END-IF.

      *    The customer's rep as CUSTOMER_TABLE has it - blank for
      *    no rep, or for a customer the table has not caught up
      *    with yet.
       FETCH-TABLE-REP.
           MOVE SPACES TO WS-TABLE-REP.
           EXEC SQL
               SELECT COALESCE(SALES_REP, ' ')
               INTO :WS-TABLE-REP
               FROM CUSTOMER_TABLE
               WHERE ID = :CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE SPACES TO WS-TABLE-REP
           END-IF.
           MOVE WS-TABLE-REP TO WS-OLD-REP.

       LOAD-REP-MASTER.
           OPEN INPUT SALES-REP-FILE.
           IF WS-REP-STATUS = '00'
               MOVE 'YES' TO WS-REP-MASTER-ON
               PERFORM UNTIL WS-REP-STATUS NOT = '00'
                   READ SALES-REP-FILE
                       NOT AT END
                           IF WS-REP-COUNT < 200
                               ADD 1 TO WS-REP-COUNT
                               MOVE SRP-REP-ID TO
                                   WS-RP-ID(WS-REP-COUNT)
                               MOVE SRP-ACTIVE-FLAG TO
                                   WS-RP-ACTIVE(WS-REP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-FILE
           ELSE
               MOVE 'WARNING: SALES REP MASTER MISSING - NOT CHECKED'
                   TO CMMSGI
           END-IF.

       CHECK-REP-AGAINST-MASTER.
           IF WS-REP-MASTER-ON = 'NO'
               PERFORM LOAD-REP-MASTER
           END-IF.
           MOVE 'YES' TO WS-REP-OK.
           IF WS-REP-MASTER-ON = 'YES'
               MOVE 'NO' TO WS-REP-OK
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                       UNTIL WS-REP-IDX > WS-REP-COUNT
                   IF WS-RP-ID(WS-REP-IDX) = WS-REP-CHECKED
                       AND WS-RP-ACTIVE(WS-REP-IDX) = 'Y'
                       MOVE 'YES' TO WS-REP-OK
                   END-IF
               END-PERFORM
           END-IF.

       EDIT-CREDIT-LIMIT-ENTRY.
           MOVE 0 TO WS-CLT-LENGTH.
           PERFORM VARYING WS-CLT-IDX FROM 9 BY -1
           END-IF.

      *    PF4 - the panel fields this transaction may change (name,
      *    address, phone, the credit limit and the sales rep) are
      *    applied as they stand on the screen; a blank field keeps
      *    the record's current value, so a PF1 lookup, an in-place
      *    edit and PF4 is the whole round trip. A bad limit entry
      *    or a rep who is not active is flagged beside its field
      *    and the current value kept - the rest of the change still
      *    goes through. NONE in the rep field takes the customer's
      *    rep away, and any change of rep gets its own audit line.
       CHANGE-CUSTOMER.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               IF WS-ENT-NAME NOT = SPACES
                   MOVE WS-ENT-NAME TO CUST-NAME
               END-IF
               PERFORM APPLY-ADDRESS-ENTRY
               IF WS-ENT-PHONE NOT = SPACES
                   MOVE WS-ENT-PHONE TO CUST-PHONE
               END-IF
               IF WS-CREDIT-LIMIT-TEXT NOT = SPACES
                   PERFORM EDIT-CREDIT-LIMIT-ENTRY
               END-IF
               PERFORM FETCH-TABLE-REP
               PERFORM APPLY-REP-ENTRY

               EXEC CICS REWRITE
                   DATASET('CUSTOMER-FILE')
                   MOVE 'CHANGE' TO JRN-ACTION
                   PERFORM WRITE-JOURNAL-ENTRY
                   PERFORM PUSH-CHANGE-TO-TABLE
                   IF WS-TABLE-REP NOT = WS-OLD-REP
                       PERFORM AUDIT-REP-CHANGE
                   END-IF
                   PERFORM SHOW-CUSTOMER-ON-PANEL
               ELSE
                   MOVE WS-OLD-REP TO WS-TABLE-REP
                   MOVE 'Customer Change Failed - File Error'
                       TO CMMSGI
                   MOVE 'FAILED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    The rep still showing from the lookup is left alone, even
      *    one retired since - only a different rep keyed over it
      *    has to be active.
       APPLY-REP-ENTRY.
           EVALUATE TRUE
               WHEN WS-ENT-REP = SPACES
               WHEN WS-ENT-REP = WS-OLD-REP
                   CONTINUE
               WHEN WS-ENT-REP = 'NONE'
                   MOVE SPACES TO WS-TABLE-REP
               WHEN OTHER
                   MOVE WS-ENT-REP TO WS-REP-CHECKED
                   PERFORM CHECK-REP-AGAINST-MASTER
                   IF WS-REP-OK = 'YES'
                       MOVE WS-ENT-REP TO WS-TABLE-REP
                   ELSE
                       MOVE 'NOT AN ACTIVE SALES REP - REP KEPT'
                           TO CMREPMI
                   END-IF
           END-EVALUATE.

      *    Who moved a customer between reps, and when, is what a
      *    commission dispute turns on.
       AUDIT-REP-CHANGE.
           MOVE SPACES TO AUD-RESULT.
           STRING 'REP ' DELIMITED BY SIZE
               WS-OLD-REP DELIMITED BY SPACE
               ' TO ' DELIMITED BY SIZE
               WS-TABLE-REP DELIMITED BY SPACE
               INTO AUD-RESULT.
           IF WS-OLD-REP = SPACES
               MOVE SPACES TO AUD-RESULT
               STRING 'REP NONE TO ' DELIMITED BY SIZE
                   WS-TABLE-REP DELIMITED BY SPACE
                   INTO AUD-RESULT
           END-IF.
           IF WS-TABLE-REP = SPACES
               MOVE SPACES TO AUD-RESULT
               STRING 'REP ' DELIMITED BY SIZE
                   WS-OLD-REP DELIMITED BY SPACE
                   ' TO NONE' DELIMITED BY SIZE
                   INTO AUD-RESULT
           END-IF.
           MOVE 'SALESREP' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.
           MOVE 'SUCCESS' TO AUD-RESULT.

      *    Each keyed address part replaces its own part and a blank
      *    one keeps the current value. A record still carrying its
      *    unsplit free-text address takes the parts only once at
      *    least street and city are keyed, and then takes all four
      *    as keyed - laying one part over the old text would leave
      *    an address that is neither.
       APPLY-ADDRESS-ENTRY.
           IF CUST-ADDR-FORMAT = 'S'
               IF WS-ENT-STREET NOT = SPACES
                   MOVE WS-ENT-STREET TO CUST-STREET
               END-IF
               IF WS-ENT-CITY NOT = SPACES
                   MOVE WS-ENT-CITY TO CUST-CITY
               END-IF
               IF WS-ENT-STATE NOT = SPACES
                   MOVE WS-ENT-STATE TO CUST-STATE
               END-IF
               IF WS-ENT-POSTCODE NOT = SPACES
                   MOVE WS-ENT-POSTCODE TO CUST-POSTCODE
               END-IF
           ELSE
               IF WS-ENT-STREET NOT = SPACES
                   AND WS-ENT-CITY NOT = SPACES
                   MOVE WS-ENT-STREET TO CUST-STREET
                   MOVE WS-ENT-CITY TO CUST-CITY
                   MOVE WS-ENT-STATE TO CUST-STATE
                   MOVE WS-ENT-POSTCODE TO CUST-POSTCODE
                   MOVE 'S' TO CUST-ADDR-FORMAT
               END-IF
           END-IF.

      * PF6 - a delete no longer archives on this operator's say-so:
      * the PIN second factor proves who they are, not that the
      * archive is right. The request lands in PENDACT.DAT and a
           MOVE 'RESTORE' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.

      * PF9 - the customer on the panel is a duplicate of the account
      * keyed in MERGE TO (typically one keyed here and one bulk-
      * loaded by CUSTOMER-LOAD). Both must be live, distinct
      * accounts; the request parks in PENDACT.DAT like an archive,
      * and only once a second operator approves it does the
      * nightly CUSTOMER-MERGE step move the balance, ledger history
      * and held orders across and archive this record.
       REQUEST-MERGE.
           EVALUATE TRUE
               WHEN WS-MERGE-TARGET = SPACES
                   MOVE 'Key The Surviving Account In MERGE TO'
                       TO CMMSGI
                   MOVE 'NO TARGET' TO AUD-RESULT
               WHEN WS-MERGE-TARGET = WS-CUST-ID
                   MOVE 'Cannot Merge A Customer Into Itself'
                       TO CMMSGI
                   MOVE 'SAME ACCOUNT' TO AUD-RESULT
               WHEN OTHER
                   PERFORM CHECK-MERGE-ACCOUNTS
           END-EVALUATE.
           MOVE 'MERGE' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.

       CHECK-MERGE-ACCOUNTS.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(WS-MERGE-TARGET)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CUST-STATUS = 'ARCHIVED'
               MOVE 'Surviving Account Not Found Or Archived'
                   TO CMMSGI
               MOVE 'TARGET NOT LIVE' TO AUD-RESULT
           ELSE
               EXEC CICS READ
                   DATASET('CUSTOMER-FILE')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(WS-CUST-ID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR CUST-STATUS = 'ARCHIVED'
                   MOVE 'Customer Not Found Or Archived - Cannot Merge'
                       TO CMMSGI
                   MOVE 'NOT LIVE' TO AUD-RESULT
               ELSE
                   MOVE 'MERGE' TO WS-PEND-ACTION
                   PERFORM WRITE-PENDING-REQUEST
                   MOVE SPACES TO CMMSGI
                   STRING 'Merge Into ' WS-MERGE-TARGET
                       ' Requested - Awaiting Second Approval'
                       DELIMITED BY SIZE INTO CMMSGI
                   MOVE SPACES TO AUD-RESULT
                   STRING 'MERGE REQUESTED TO ' WS-MERGE-TARGET
                       DELIMITED BY SIZE INTO AUD-RESULT
               END-IF
           END-IF.

       WRITE-PENDING-REQUEST.
           OPEN EXTEND PENDING-ACTION-FILE.
           IF WS-PEND-STATUS NOT = '00'
           MOVE SPACES TO PENDING-ACTION-RECORD.
           MOVE WS-CUST-ID TO PND-CUST-ID.
           MOVE WS-PEND-ACTION TO PND-ACTION.
           IF WS-PEND-ACTION = 'MERGE'
               MOVE WS-MERGE-TARGET TO PND-TARGET-CUST-ID
           END-IF.
           MOVE SESS-USERNAME TO PND-REQUESTED-BY.
           MOVE FUNCTION CURRENT-DATE TO PND-REQUESTED-AT.
           WRITE PENDING-ACTION-RECORD.
