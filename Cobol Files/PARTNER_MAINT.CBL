       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The trading-partner master MQ-RECEIVER proves order
      *    messages against, and the customers a partner limited to
      *    a list may submit for - each read whole and written back
      *    after a change.
           SELECT PARTNER-FILE ASSIGN TO 'PARTNER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTNER-STATUS.
           SELECT PARTNER-CUSTOMER-FILE ASSIGN TO 'PARTCUST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTCUST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-FILE.
       COPY "PARTNER.cpy".

       FD PARTNER-CUSTOMER-FILE.
       COPY "PARTCUST.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PARTNER-STATUS  PIC XX.
       01 WS-PARTCUST-STATUS PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-ACTION          PIC X(1).
       01 WS-TARGET-PARTNER  PIC X(8).
       01 WS-TARGET-CUST     PIC X(10).
       01 WS-RESULT-TEXT     PIC X(30) VALUE SPACES.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

      *    Answers keyed for an add or change; blank on a change
      *    keeps what the partner already has.
       01 WS-NEW-NAME        PIC X(30).
       01 WS-NEW-SECRET      PIC X(20).
       01 WS-NEW-QUEUES      PIC X(80).
       01 WS-NEW-TYPES       PIC X(3).
       01 WS-NEW-CUST-RULE   PIC X(1).
       01 WS-NEW-MAX-TEXT    PIC X(7).
       01 WS-NEW-MAX-ORDER   PIC 9(7) VALUE 0.
       01 WS-QUEUE-LIST.
           05 WS-NEW-QUEUE OCCURS 5 TIMES PIC X(20).
       01 WS-QUEUE-IDX       PIC 9(1) VALUE 0.
       01 WS-CHAR-IDX        PIC 9(2) VALUE 0.
       01 WS-TEXT-LENGTH     PIC 9(2) VALUE 0.
       01 WS-SECRET-CHANGED  PIC X(3) VALUE 'NO'.
       01 WS-MAX-DISPLAY     PIC Z(6)9.99.

      *    Every line on PARTNER.DAT and PARTCUST.DAT, in file order.
       01 WS-PARTNER-COUNT   PIC 9(3) VALUE 0.
       01 WS-PARTNER-IDX     PIC 9(3) VALUE 0.
       01 WS-PARTNER-SLOT    PIC 9(3) VALUE 0.
       01 WS-PARTNER-TABLE.
           05 WS-PARTNER-LINE OCCURS 100 TIMES PIC X(220).
       01 WS-PARTCUST-COUNT  PIC 9(4) VALUE 0.
       01 WS-PARTCUST-IDX    PIC 9(4) VALUE 0.
       01 WS-PARTCUST-SLOT   PIC 9(4) VALUE 0.
       01 WS-PARTCUST-TABLE.
           05 WS-PARTCUST-LINE OCCURS 2000 TIMES PIC X(19).

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Keeper of PARTNER.DAT, the list of who may put orders on the
      * order queues. A adds a partner or changes one - its name,
      * the secret its messages are signed with, the queues it may
      * put to, the order types (S, R, P) it may send, whether it
      * may submit for any customer (A) or only those listed for it
      * (L), and the largest order it may send (zero for no
      * ceiling); S suspends a partner and V reactivates it, so a
      * compromised or departed sender is cut off at once without
      * losing its set-up; U and D add and drop a customer on a
      * partner's list; L lists partners with their customer lists.
      * The secret is never shown once keyed - a partner that loses
      * it is given a new one. Who may trade on the queues is held
      * to the admin authorization group (SESSION-CHECK group 'A'),
      * and every change goes to AUDT under the partner ID naming
      * the administrator; a refused attempt is audited with the
      * reason. A change takes effect at MQ-RECEIVER's next run,
      * which loads the master at startup.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-PARTNERS.

           DISPLAY 'Enter Action - A=Add/Change, S=Suspend, '
               'V=Reactivate, U=Add Customer, D=Drop Customer, '
               'L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM MAINTAIN-PARTNER
               WHEN 'S'
                   PERFORM CHANGE-PARTNER-STATUS
               WHEN 'V'
                   PERFORM CHANGE-PARTNER-STATUS
               WHEN 'U'
                   PERFORM ADD-PARTNER-CUSTOMER
               WHEN 'D'
                   PERFORM DROP-PARTNER-CUSTOMER
               WHEN 'L'
                   PERFORM LIST-PARTNERS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be A, S, V, U, D '
                       'or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       LOAD-PARTNERS.
           MOVE 0 TO WS-PARTNER-COUNT.
           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ PARTNER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-PARTNER-COUNT < 100
                               ADD 1 TO WS-PARTNER-COUNT
                               MOVE TRADING-PARTNER-RECORD
                                   TO WS-PARTNER-LINE(WS-PARTNER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           MOVE 0 TO WS-PARTCUST-COUNT.
           OPEN INPUT PARTNER-CUSTOMER-FILE.
           IF WS-PARTCUST-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ PARTNER-CUSTOMER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-PARTCUST-COUNT < 2000
                               ADD 1 TO WS-PARTCUST-COUNT
                               MOVE PARTNER-CUSTOMER-RECORD TO
                                   WS-PARTCUST-LINE(WS-PARTCUST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-CUSTOMER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

      *    WS-PARTNER-SLOT is the partner's line on the master, or
      *    zero for one not there yet.
       ACCEPT-PARTNER-ID.
           DISPLAY 'Enter Partner ID: '.
           ACCEPT WS-TARGET-PARTNER.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-PARTNER)
               TO WS-TARGET-PARTNER.
           MOVE 0 TO WS-PARTNER-SLOT.
           PERFORM VARYING WS-PARTNER-IDX FROM 1 BY 1
                   UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                   OR WS-PARTNER-SLOT > 0
               MOVE WS-PARTNER-LINE(WS-PARTNER-IDX)
                   TO TRADING-PARTNER-RECORD
               IF TPM-PARTNER-ID = WS-TARGET-PARTNER
                   MOVE WS-PARTNER-IDX TO WS-PARTNER-SLOT
               END-IF
           END-PERFORM.

       MAINTAIN-PARTNER.
           PERFORM ACCEPT-PARTNER-ID.
           IF WS-PARTNER-SLOT = 0
               DISPLAY 'New Partner - All Fields Required'
           ELSE
               DISPLAY 'Existing Partner - Blank Keeps Current'
           END-IF.
           DISPLAY 'Enter Partner Name: '.
           ACCEPT WS-NEW-NAME.
           DISPLAY 'Enter Secret (8-20 Characters): '.
           ACCEPT WS-NEW-SECRET.
           DISPLAY 'Enter Allowed Queues, Comma-Separated '
               '(Up To 5): '.
           ACCEPT WS-NEW-QUEUES.
           MOVE FUNCTION UPPER-CASE(WS-NEW-QUEUES) TO WS-NEW-QUEUES.
           DISPLAY 'Enter Order Types Allowed (Any Of S R P, '
               'e.g. SRP): '.
           ACCEPT WS-NEW-TYPES.
           MOVE FUNCTION UPPER-CASE(WS-NEW-TYPES) TO WS-NEW-TYPES.
           DISPLAY 'Customers - A=Any Customer, L=Listed Only: '.
           ACCEPT WS-NEW-CUST-RULE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-CUST-RULE)
               TO WS-NEW-CUST-RULE.
           DISPLAY 'Enter Maximum Order Value, Whole Units '
               '(0 = No Ceiling): '.
           ACCEPT WS-NEW-MAX-TEXT.
           PERFORM CHECK-PARTNER-ANSWERS.
           IF WS-RESULT-TEXT = SPACES
               PERFORM STORE-PARTNER
           END-IF.
           IF WS-RESULT-TEXT NOT = 'SUCCESS'
               DISPLAY 'Partner Not Saved - ' WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    A new partner must answer everything; a change need only
      *    answer what it changes, but what it does answer must be
      *    valid.
       CHECK-PARTNER-ANSWERS.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE SPACES TO WS-QUEUE-LIST.
           UNSTRING WS-NEW-QUEUES DELIMITED BY ',' OR ALL SPACE
               INTO WS-NEW-QUEUE(1) WS-NEW-QUEUE(2) WS-NEW-QUEUE(3)
                    WS-NEW-QUEUE(4) WS-NEW-QUEUE(5)
           END-UNSTRING.
           MOVE 0 TO WS-TEXT-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 20 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-TEXT-LENGTH > 0
               IF WS-NEW-SECRET(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-TEXT-LENGTH
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN WS-TARGET-PARTNER = SPACES
                   MOVE 'PARTNER ID REQUIRED' TO WS-RESULT-TEXT
               WHEN WS-PARTNER-SLOT = 0
                   AND (WS-NEW-NAME = SPACES
                   OR WS-NEW-SECRET = SPACES
                   OR WS-NEW-QUEUES = SPACES
                   OR WS-NEW-TYPES = SPACES
                   OR WS-NEW-CUST-RULE = SPACE
                   OR WS-NEW-MAX-TEXT = SPACES)
                   MOVE 'ALL FIELDS REQUIRED' TO WS-RESULT-TEXT
               WHEN WS-PARTNER-SLOT = 0 AND WS-PARTNER-COUNT >= 100
                   MOVE 'PARTNER MASTER FULL' TO WS-RESULT-TEXT
               WHEN WS-NEW-SECRET NOT = SPACES
                   AND WS-TEXT-LENGTH < 8
                   MOVE 'SECRET SHORTER THAN 8' TO WS-RESULT-TEXT
               WHEN WS-NEW-CUST-RULE NOT = SPACE
                   AND WS-NEW-CUST-RULE NOT = 'A'
                   AND WS-NEW-CUST-RULE NOT = 'L'
                   MOVE 'CUSTOMERS MUST BE A OR L' TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM CHECK-ORDER-TYPES
           END-EVALUATE.
           IF WS-RESULT-TEXT = SPACES
               AND WS-NEW-MAX-TEXT NOT = SPACES
               PERFORM CHECK-MAXIMUM-VALUE
           END-IF.

       CHECK-ORDER-TYPES.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 3
               IF WS-NEW-TYPES(WS-CHAR-IDX:1) NOT = SPACE
                   AND WS-NEW-TYPES(WS-CHAR-IDX:1) NOT = 'S'
                   AND WS-NEW-TYPES(WS-CHAR-IDX:1) NOT = 'R'
                   AND WS-NEW-TYPES(WS-CHAR-IDX:1) NOT = 'P'
                   MOVE 'ORDER TYPES MUST BE S, R, P'
                       TO WS-RESULT-TEXT
               END-IF
           END-PERFORM.

       CHECK-MAXIMUM-VALUE.
           MOVE FUNCTION TRIM(WS-NEW-MAX-TEXT) TO WS-NEW-MAX-TEXT.
           MOVE 0 TO WS-TEXT-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 7 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-TEXT-LENGTH > 0
               IF WS-NEW-MAX-TEXT(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-TEXT-LENGTH
               END-IF
           END-PERFORM.
           IF WS-NEW-MAX-TEXT(1:WS-TEXT-LENGTH) IS NOT NUMERIC
               MOVE 'MAXIMUM VALUE NOT NUMERIC' TO WS-RESULT-TEXT
           ELSE
               COMPUTE WS-NEW-MAX-ORDER =
                   FUNCTION NUMVAL(WS-NEW-MAX-TEXT(1:WS-TEXT-LENGTH))
           END-IF.

       STORE-PARTNER.
           MOVE 'NO' TO WS-SECRET-CHANGED.
           IF WS-PARTNER-SLOT = 0
               ADD 1 TO WS-PARTNER-COUNT
               MOVE WS-PARTNER-COUNT TO WS-PARTNER-SLOT
               MOVE SPACES TO TRADING-PARTNER-RECORD
               MOVE WS-TARGET-PARTNER TO TPM-PARTNER-ID
               MOVE 'ACTIVE' TO TPM-STATUS
               MOVE 0 TO TPM-MAX-ORDER
           ELSE
               MOVE WS-PARTNER-LINE(WS-PARTNER-SLOT)
                   TO TRADING-PARTNER-RECORD
           END-IF.
           IF WS-NEW-NAME NOT = SPACES
               MOVE WS-NEW-NAME TO TPM-NAME
           END-IF.
           IF WS-NEW-SECRET NOT = SPACES
               MOVE WS-NEW-SECRET TO TPM-SECRET
               MOVE 'YES' TO WS-SECRET-CHANGED
           END-IF.
           IF WS-NEW-QUEUES NOT = SPACES
               PERFORM VARYING WS-QUEUE-IDX FROM 1 BY 1
                       UNTIL WS-QUEUE-IDX > 5
                   MOVE WS-NEW-QUEUE(WS-QUEUE-IDX)
                       TO TPM-QUEUE(WS-QUEUE-IDX)
               END-PERFORM
           END-IF.
           IF WS-NEW-TYPES NOT = SPACES
               MOVE WS-NEW-TYPES TO TPM-ORDER-TYPES
           END-IF.
           IF WS-NEW-CUST-RULE NOT = SPACE
               MOVE WS-NEW-CUST-RULE TO TPM-CUST-RULE
           END-IF.
           IF WS-NEW-MAX-TEXT NOT = SPACES
               MOVE WS-NEW-MAX-ORDER TO TPM-MAX-ORDER
           END-IF.
           MOVE SESS-USERNAME TO TPM-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TPM-CHANGED-AT.
           MOVE TRADING-PARTNER-RECORD
               TO WS-PARTNER-LINE(WS-PARTNER-SLOT).
           PERFORM WRITE-PARTNERS.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Partner Saved: ' TPM-PARTNER-ID ' '
                   TPM-NAME
               PERFORM SHOW-ONE-PARTNER
               MOVE SPACES TO WS-RESULT-TEXT
               IF WS-SECRET-CHANGED = 'YES'
                   MOVE 'SAVED - SECRET CHANGED' TO WS-RESULT-TEXT
               ELSE
                   MOVE 'SAVED' TO WS-RESULT-TEXT
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.

      *    Suspending leaves everything else about the partner as
      *    it was, so reactivating restores it exactly.
       CHANGE-PARTNER-STATUS.
           PERFORM ACCEPT-PARTNER-ID.
           IF WS-PARTNER-SLOT = 0
               MOVE 'PARTNER NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               IF WS-ACTION = 'S'
                   MOVE 'SUSPND' TO TPM-STATUS
               ELSE
                   MOVE 'ACTIVE' TO TPM-STATUS
               END-IF
               MOVE SESS-USERNAME TO TPM-CHANGED-BY
               MOVE FUNCTION CURRENT-DATE(1:14) TO TPM-CHANGED-AT
               MOVE TRADING-PARTNER-RECORD
                   TO WS-PARTNER-LINE(WS-PARTNER-SLOT)
               PERFORM WRITE-PARTNERS
           END-IF.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Partner ' WS-TARGET-PARTNER ' Now '
                   TPM-STATUS
               MOVE TPM-STATUS TO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Status Not Changed - ' WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       ACCEPT-PARTNER-CUSTOMER.
           PERFORM ACCEPT-PARTNER-ID.
           DISPLAY 'Enter Customer ID: '.
           ACCEPT WS-TARGET-CUST.
           MOVE 0 TO WS-PARTCUST-SLOT.
           PERFORM VARYING WS-PARTCUST-IDX FROM 1 BY 1
                   UNTIL WS-PARTCUST-IDX > WS-PARTCUST-COUNT
                   OR WS-PARTCUST-SLOT > 0
               MOVE WS-PARTCUST-LINE(WS-PARTCUST-IDX)
                   TO PARTNER-CUSTOMER-RECORD
               IF TPC-PARTNER-ID = WS-TARGET-PARTNER
                   AND TPC-CUST-ID = WS-TARGET-CUST
                   MOVE WS-PARTCUST-IDX TO WS-PARTCUST-SLOT
               END-IF
           END-PERFORM.

       ADD-PARTNER-CUSTOMER.
           PERFORM ACCEPT-PARTNER-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-PARTNER-SLOT = 0
                   MOVE 'PARTNER NOT FOUND' TO WS-RESULT-TEXT
               WHEN WS-TARGET-CUST = SPACES
                   MOVE 'CUSTOMER ID REQUIRED' TO WS-RESULT-TEXT
               WHEN WS-PARTCUST-SLOT > 0
                   MOVE 'ALREADY LISTED' TO WS-RESULT-TEXT
               WHEN WS-PARTCUST-COUNT >= 2000
                   MOVE 'CUSTOMER LIST FULL' TO WS-RESULT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-PARTCUST-COUNT
                   MOVE SPACES TO PARTNER-CUSTOMER-RECORD
                   MOVE WS-TARGET-PARTNER TO TPC-PARTNER-ID
                   MOVE WS-TARGET-CUST TO TPC-CUST-ID
                   MOVE PARTNER-CUSTOMER-RECORD
                       TO WS-PARTCUST-LINE(WS-PARTCUST-COUNT)
                   PERFORM WRITE-PARTNER-CUSTOMERS
           END-EVALUATE.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Customer ' WS-TARGET-CUST ' Added For '
                   WS-TARGET-PARTNER
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'ADDED ' WS-TARGET-CUST
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Customer Not Added - ' WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       DROP-PARTNER-CUSTOMER.
           PERFORM ACCEPT-PARTNER-CUSTOMER.
           IF WS-PARTCUST-SLOT = 0
               MOVE 'NOT LISTED FOR PARTNER' TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING WS-PARTCUST-IDX FROM WS-PARTCUST-SLOT
                       BY 1
                       UNTIL WS-PARTCUST-IDX >= WS-PARTCUST-COUNT
                   MOVE WS-PARTCUST-LINE(WS-PARTCUST-IDX + 1)
                       TO WS-PARTCUST-LINE(WS-PARTCUST-IDX)
               END-PERFORM
               SUBTRACT 1 FROM WS-PARTCUST-COUNT
               PERFORM WRITE-PARTNER-CUSTOMERS
           END-IF.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Customer ' WS-TARGET-CUST ' Dropped For '
                   WS-TARGET-PARTNER
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'DROPPED ' WS-TARGET-CUST
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Customer Not Dropped - ' WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       LIST-PARTNERS.
           PERFORM VARYING WS-PARTNER-IDX FROM 1 BY 1
                   UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
               MOVE WS-PARTNER-LINE(WS-PARTNER-IDX)
                   TO TRADING-PARTNER-RECORD
               DISPLAY TPM-PARTNER-ID ' ' TPM-NAME ' ' TPM-STATUS
               PERFORM SHOW-ONE-PARTNER
               IF TPM-CUST-RULE = 'L'
                   PERFORM LIST-PARTNER-CUSTOMERS
               END-IF
           END-PERFORM.
           DISPLAY 'PARTNERS ON MASTER: ' WS-PARTNER-COUNT.

      *    The secret is never displayed.
       SHOW-ONE-PARTNER.
           MOVE TPM-MAX-ORDER TO WS-MAX-DISPLAY.
           DISPLAY '    QUEUES: ' FUNCTION TRIM(TPM-QUEUE(1)) ' '
               FUNCTION TRIM(TPM-QUEUE(2)) ' '
               FUNCTION TRIM(TPM-QUEUE(3)) ' '
               FUNCTION TRIM(TPM-QUEUE(4)) ' '
               FUNCTION TRIM(TPM-QUEUE(5)).
           DISPLAY '    TYPES: ' TPM-ORDER-TYPES
               '  CUSTOMERS: ' TPM-CUST-RULE
               '  MAXIMUM: ' WS-MAX-DISPLAY.
           DISPLAY '    CHANGED BY ' TPM-CHANGED-BY ' AT '
               TPM-CHANGED-AT.

       LIST-PARTNER-CUSTOMERS.
           PERFORM VARYING WS-PARTCUST-IDX FROM 1 BY 1
                   UNTIL WS-PARTCUST-IDX > WS-PARTCUST-COUNT
               MOVE WS-PARTCUST-LINE(WS-PARTCUST-IDX)
                   TO PARTNER-CUSTOMER-RECORD
               IF TPC-PARTNER-ID = TPM-PARTNER-ID
                   DISPLAY '      CUSTOMER ' TPC-CUST-ID
               END-IF
           END-PERFORM.

       WRITE-PARTNERS.
           OPEN OUTPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE PARTNER.DAT '
                   'STATUS=' WS-PARTNER-STATUS
               MOVE 'PARTNER MASTER UNAVAILABLE' TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING WS-PARTNER-IDX FROM 1 BY 1
                       UNTIL WS-PARTNER-IDX > WS-PARTNER-COUNT
                   MOVE WS-PARTNER-LINE(WS-PARTNER-IDX)
                       TO TRADING-PARTNER-RECORD
                   WRITE TRADING-PARTNER-RECORD
               END-PERFORM
               CLOSE PARTNER-FILE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           MOVE WS-PARTNER-LINE(WS-PARTNER-SLOT)
               TO TRADING-PARTNER-RECORD.

       WRITE-PARTNER-CUSTOMERS.
           OPEN OUTPUT PARTNER-CUSTOMER-FILE.
           IF WS-PARTCUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE PARTCUST.DAT '
                   'STATUS=' WS-PARTCUST-STATUS
               MOVE 'CUSTOMER LIST UNAVAILABLE' TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING WS-PARTCUST-IDX FROM 1 BY 1
                       UNTIL WS-PARTCUST-IDX > WS-PARTCUST-COUNT
                   MOVE WS-PARTCUST-LINE(WS-PARTCUST-IDX)
                       TO PARTNER-CUSTOMER-RECORD
                   WRITE PARTNER-CUSTOMER-RECORD
               END-PERFORM
               CLOSE PARTNER-CUSTOMER-FILE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.

       CHECK-SESSION.
      *    Entered cold at a terminal, so gated by the SESS queue a
      *    successful LOGIN left on this EIBTRMID - and, as with
      *    RUNPARM-MAINT, only an administrator gets past it.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'A' TO SC-GROUP-REQUIRED.
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
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'PTN-SAVE' TO AUD-ACTION
               WHEN 'S'
                   MOVE 'PTN-SUSPND' TO AUD-ACTION
               WHEN 'V'
                   MOVE 'PTN-ACTIVE' TO AUD-ACTION
               WHEN 'U'
                   MOVE 'PTN-CUST+' TO AUD-ACTION
               WHEN 'D'
                   MOVE 'PTN-CUST-' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'PARTNER' TO AUD-ACTION
           END-EVALUATE.
           MOVE 'PTNMNT' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-PARTNER TO AUD-ENTITY-ID.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
