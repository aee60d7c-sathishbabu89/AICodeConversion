       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SO-KEY
           FILE STATUS IS WS-STANDING-STATUS.
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
       FD STANDING-ORDER-FILE.
       COPY "STANDORD.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-STANDING-STATUS PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-ITEM-STATUS   PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RESP          PIC S9(8) COMP.

       01 WS-ACTION        PIC X(1).
       01 WS-TARGET-CUST   PIC X(10).
       01 WS-TODAY-DATE    PIC X(8).
       01 WS-RESULT-TEXT   PIC X(30) VALUE SPACES.
       01 WS-CUST-ACTIVE   PIC X(3) VALUE 'NO'.
       01 WS-ENTRY-VALID   PIC X(3) VALUE 'YES'.
       01 WS-ITEMS-DONE    PIC X(3) VALUE 'NO'.
       01 WS-SCHEDULES-LISTED PIC 9(5) VALUE 0.
       01 WS-NEXT-SCHEDULE-NO PIC 9(3) VALUE 0.
       01 WS-SCHEDULE-TEXT PIC X(3).
      *    The schedule being keyed, parked while the customer's
      *    existing schedules are browsed for the next number.
       01 WS-HOLD-RECORD   PIC X(225).

       01 WS-NEW-ITEM-CODE PIC X(10).
       01 WS-NEW-ITEM-PRICE PIC 9(7)V99 VALUE 0.
       01 WS-ITEM-ON-FILE  PIC X(3) VALUE 'NO'.
       01 WS-QTY-TEXT      PIC X(5).
       01 WS-QT-LENGTH     PIC 9(2) VALUE 0.
       01 WS-QT-IDX        PIC 9(2) VALUE 0.
       01 WS-NEW-QTY       PIC 9(5) VALUE 0.
       01 WS-AMOUNT-EDIT   PIC Z(6)9.99.
       01 WS-LINE-IDX      PIC 9(2) VALUE 0.

      *    Dates are keyed YYYYMMDD. A blank first delivery means
      *    today and a blank end date means open-ended (99999999).
       01 WS-DATE-TEXT     PIC X(8).
       01 WS-DATE-VALID    PIC X(3) VALUE 'YES'.
       01 WS-DATE-PARTS.
           05 WS-DATE-YEAR  PIC 9(4).
           05 WS-DATE-MONTH PIC 9(2).
           05 WS-DATE-DAY   PIC 9(2).

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

      * Order-desk maintenance for the standing orders in
      * STANDORD.KSDS that STANDING-ORDER-GEN turns into ORDERS.DAT
      * rows for MQSEND: add a schedule for a customer (up to five
      * item lines, a frequency, the first delivery date and an
      * optional end date), end one, or list a customer's
      * schedules. A schedule may only be set up for an ACTIVE
      * customer on the master and active items on ITEMMAST.DAT.
      * Ending a schedule sets its end date rather than deleting
      * it, so what a customer was set up to receive stays on file.
      * Every add and end writes an AUDT entry naming the operator.
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

           PERFORM OPEN-STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS NOT = '00'
               EXEC CICS RETURN END-EXEC
           END-IF.

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM ADD-STANDING-ORDER
               WHEN 'E'
                   PERFORM END-STANDING-ORDER
               WHEN 'L'
                   PERFORM LIST-STANDING-ORDERS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Use A, E or L'
           END-EVALUATE.

           CLOSE STANDING-ORDER-FILE.
           EXEC CICS RETURN END-EXEC.

      *    Created empty the first time a schedule is ever keyed.
       OPEN-STANDING-ORDER-FILE.
           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS NOT = '00'
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN STANDORD.KSDS STATUS='
                   WS-STANDING-STATUS
           END-IF.

       ADD-STANDING-ORDER.
           PERFORM CHECK-CUSTOMER-ACTIVE.
           IF WS-CUST-ACTIVE = 'NO'
               DISPLAY 'Customer Not On Master Or Not ACTIVE: '
                   WS-TARGET-CUST
               MOVE 'CUSTOMER NOT ACTIVE' TO WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               MOVE SPACES TO STANDING-ORDER-RECORD
               MOVE 0 TO SO-ITEM-COUNT
               PERFORM LOAD-ITEM-MASTER
               PERFORM COLLECT-ITEM-LINES
               IF WS-ENTRY-VALID = 'YES'
                   PERFORM COLLECT-SCHEDULE-TERMS
               END-IF
               IF WS-ENTRY-VALID = 'YES'
                   PERFORM WRITE-NEW-SCHEDULE
               ELSE
                   DISPLAY 'Standing Order Not Added'
                   IF WS-RESULT-TEXT = SPACES
                       MOVE 'INVALID ENTRY' TO WS-RESULT-TEXT
                   END-IF
               END-IF
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       CHECK-CUSTOMER-ACTIVE.
           MOVE 'NO' TO WS-CUST-ACTIVE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
           ELSE
               MOVE WS-TARGET-CUST TO CUST-ID
               READ CUSTOMER-FILE
                   INVALID KEY
                       MOVE 'NO' TO WS-CUST-ACTIVE
                   NOT INVALID KEY
                       IF CUST-STATUS = 'ACTIVE'
                           MOVE 'YES' TO WS-CUST-ACTIVE
                       END-IF
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       LOAD-ITEM-MASTER.
           MOVE 0 TO WS-ITEM-COUNT.
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

      *    Up to five lines, ended early by a blank item code. One
      *    bad line abandons the add - a standing order half keyed
      *    would be repeated wrong every week until noticed.
       COLLECT-ITEM-LINES.
           MOVE 'YES' TO WS-ENTRY-VALID.
           MOVE 'NO' TO WS-ITEMS-DONE.
           PERFORM UNTIL WS-ITEMS-DONE = 'YES'
                   OR WS-ENTRY-VALID = 'NO'
                   OR SO-ITEM-COUNT = 5
               DISPLAY 'Enter Item Code (blank = no more items): '
               MOVE SPACES TO WS-NEW-ITEM-CODE
               ACCEPT WS-NEW-ITEM-CODE
               IF WS-NEW-ITEM-CODE = SPACES
                   MOVE 'YES' TO WS-ITEMS-DONE
               ELSE
                   PERFORM COLLECT-ONE-ITEM-LINE
               END-IF
           END-PERFORM.
           IF WS-ENTRY-VALID = 'YES' AND SO-ITEM-COUNT = 0
               DISPLAY 'No Item Lines Entered'
               MOVE 'NO' TO WS-ENTRY-VALID
           END-IF.

       COLLECT-ONE-ITEM-LINE.
           MOVE 'NO' TO WS-ITEM-ON-FILE.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-ON-FILE = 'YES'
               IF WS-ITM-CODE(WS-ITEM-IDX) = WS-NEW-ITEM-CODE
                   AND WS-ITM-ACTIVE(WS-ITEM-IDX) = 'Y'
                   MOVE 'YES' TO WS-ITEM-ON-FILE
                   MOVE WS-ITM-PRICE(WS-ITEM-IDX) TO WS-NEW-ITEM-PRICE
               END-IF
           END-PERFORM.
           IF WS-ITEM-ON-FILE = 'NO'
               DISPLAY 'Item Not Active On Master: ' WS-NEW-ITEM-CODE
               MOVE 'ITEM NOT FOUND' TO WS-RESULT-TEXT
               MOVE 'NO' TO WS-ENTRY-VALID
           ELSE
               DISPLAY 'Enter Quantity: '
               MOVE SPACES TO WS-QTY-TEXT
               ACCEPT WS-QTY-TEXT
               PERFORM EDIT-QUANTITY-ENTRY
               IF WS-ENTRY-VALID = 'YES'
                   ADD 1 TO SO-ITEM-COUNT
                   MOVE WS-NEW-ITEM-CODE TO SO-ITEM-CODE(SO-ITEM-COUNT)
                   MOVE WS-NEW-QTY TO SO-QTY(SO-ITEM-COUNT)
                   COMPUTE SO-AMOUNT(SO-ITEM-COUNT) =
                       WS-NEW-QTY * WS-NEW-ITEM-PRICE
                   MOVE SO-AMOUNT(SO-ITEM-COUNT) TO WS-AMOUNT-EDIT
                   DISPLAY 'Line ' SO-ITEM-COUNT ': '
                       WS-NEW-ITEM-CODE ' x ' WS-NEW-QTY
                       ' = ' WS-AMOUNT-EDIT ' at list price'
               END-IF
           END-IF.

       EDIT-QUANTITY-ENTRY.
           MOVE 0 TO WS-QT-LENGTH.
           PERFORM VARYING WS-QT-IDX FROM 5 BY -1
                   UNTIL WS-QT-IDX < 1
                   OR WS-QT-LENGTH > 0
               IF WS-QTY-TEXT(WS-QT-IDX:1) NOT = SPACE
                   MOVE WS-QT-IDX TO WS-QT-LENGTH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-NEW-QTY.
           IF WS-QT-LENGTH > 0
               IF WS-QTY-TEXT(1:WS-QT-LENGTH) IS NUMERIC
                   COMPUTE WS-NEW-QTY = FUNCTION NUMVAL(WS-QTY-TEXT)
               END-IF
           END-IF.
           IF WS-NEW-QTY = 0
               DISPLAY 'Invalid Quantity: ' WS-QTY-TEXT
               MOVE 'INVALID QUANTITY' TO WS-RESULT-TEXT
               MOVE 'NO' TO WS-ENTRY-VALID
           END-IF.

       COLLECT-SCHEDULE-TERMS.
           DISPLAY 'Enter Frequency - W=Weekly, F=Fortnightly, '
               'M=Monthly: '.
           ACCEPT SO-FREQUENCY.
           MOVE FUNCTION UPPER-CASE(SO-FREQUENCY) TO SO-FREQUENCY.
           IF SO-FREQUENCY NOT = 'W' AND SO-FREQUENCY NOT = 'F'
               AND SO-FREQUENCY NOT = 'M'
               DISPLAY 'Invalid Frequency: ' SO-FREQUENCY
               MOVE 'INVALID FREQUENCY' TO WS-RESULT-TEXT
               MOVE 'NO' TO WS-ENTRY-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'YES'
               DISPLAY 'Enter First Delivery Date YYYYMMDD (blank = '
                   'today): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-DATE-TEXT
               END-IF
               PERFORM EDIT-ENTERED-DATE
               IF WS-DATE-VALID = 'YES'
                   AND WS-DATE-TEXT < WS-TODAY-DATE
                   DISPLAY 'First Delivery May Not Be In The Past'
                   MOVE 'NO' TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = 'YES'
                   MOVE WS-DATE-TEXT TO SO-NEXT-DUE
                   MOVE WS-DATE-DAY TO SO-DAY-OF-MONTH
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'YES' AND WS-DATE-VALID = 'YES'
               DISPLAY 'Enter End Date YYYYMMDD (blank = '
                   'open-ended): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE '99999999' TO SO-END-DATE
               ELSE
                   PERFORM EDIT-ENTERED-DATE
                   MOVE WS-DATE-TEXT TO SO-END-DATE
               END-IF
           END-IF.
           IF WS-ENTRY-VALID = 'YES' AND WS-DATE-VALID = 'YES'
               AND SO-END-DATE < SO-NEXT-DUE
               DISPLAY 'End Date Is Before The First Delivery'
               MOVE 'NO' TO WS-DATE-VALID
           END-IF.
           IF WS-ENTRY-VALID = 'YES' AND WS-DATE-VALID = 'NO'
               MOVE 'INVALID DATE' TO WS-RESULT-TEXT
               MOVE 'NO' TO WS-ENTRY-VALID
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

      *    The new schedule takes the next number after the highest
      *    the customer already has.
       WRITE-NEW-SCHEDULE.
           PERFORM FIND-NEXT-SCHEDULE-NO.
           MOVE WS-TARGET-CUST TO SO-CUST-ID.
           MOVE WS-NEXT-SCHEDULE-NO TO SO-SCHEDULE-NO.
           MOVE SPACES TO SO-LAST-ORDER-ID.
           MOVE SPACES TO SO-LAST-GENERATED.
           MOVE FUNCTION CURRENT-DATE TO SO-UPDATED.
           MOVE SESS-USERNAME TO SO-UPDATED-BY.
           WRITE STANDING-ORDER-RECORD.
           IF WS-STANDING-STATUS = '00'
               DISPLAY 'Standing Order Added: ' WS-TARGET-CUST
                   ' Schedule ' SO-SCHEDULE-NO ' Freq ' SO-FREQUENCY
                   ' From ' SO-NEXT-DUE ' To ' SO-END-DATE
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'ADDED ' SO-SCHEDULE-NO ' ' SO-FREQUENCY ' '
                   SO-NEXT-DUE DELIMITED BY SIZE INTO WS-RESULT-TEXT
           ELSE
               DISPLAY 'ERROR: STANDING ORDER WRITE FAILED STATUS='
                   WS-STANDING-STATUS
               MOVE 'WRITE FAILED' TO WS-RESULT-TEXT
           END-IF.

       FIND-NEXT-SCHEDULE-NO.
           MOVE 1 TO WS-NEXT-SCHEDULE-NO.
           MOVE STANDING-ORDER-RECORD TO WS-HOLD-RECORD.
           PERFORM START-CUSTOMER-BROWSE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF SO-CUST-ID NOT = WS-TARGET-CUST
                           MOVE 'YES' TO WS-END-OF-FILE
                       ELSE
                           IF SO-SCHEDULE-NO < 999
                               COMPUTE WS-NEXT-SCHEDULE-NO =
                                   SO-SCHEDULE-NO + 1
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE WS-HOLD-RECORD TO STANDING-ORDER-RECORD.

       START-CUSTOMER-BROWSE.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE WS-TARGET-CUST TO SO-CUST-ID.
           MOVE 0 TO SO-SCHEDULE-NO.
           START STANDING-ORDER-FILE KEY IS >= SO-KEY
               INVALID KEY
                   MOVE 'YES' TO WS-END-OF-FILE
           END-START.

      *    The end date may not fall before today - a delivery
      *    already generated cannot be un-sent from here - and a
      *    schedule is never stretched past the end it already has.
       END-STANDING-ORDER.
           DISPLAY 'Enter Schedule Number: '.
           MOVE SPACES TO WS-SCHEDULE-TEXT.
           ACCEPT WS-SCHEDULE-TEXT.
           IF WS-SCHEDULE-TEXT IS NUMERIC
               MOVE WS-TARGET-CUST TO SO-CUST-ID
               MOVE WS-SCHEDULE-TEXT TO SO-SCHEDULE-NO
               READ STANDING-ORDER-FILE
                   INVALID KEY
                       MOVE '23' TO WS-STANDING-STATUS
               END-READ
           ELSE
               MOVE '23' TO WS-STANDING-STATUS
           END-IF.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'No Standing Order ' WS-SCHEDULE-TEXT
                   ' For ' WS-TARGET-CUST
               MOVE 'SCHEDULE NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Schedule ' SO-SCHEDULE-NO ' Freq '
                   SO-FREQUENCY ' Next Due ' SO-NEXT-DUE
                   ' Ends ' SO-END-DATE
               DISPLAY 'Enter End Date YYYYMMDD (blank = today): '
               ACCEPT WS-DATE-TEXT
               IF WS-DATE-TEXT = SPACES
                   MOVE WS-TODAY-DATE TO WS-DATE-TEXT
               END-IF
               PERFORM EDIT-ENTERED-DATE
               IF WS-DATE-VALID = 'YES'
                   AND (WS-DATE-TEXT < WS-TODAY-DATE
                       OR WS-DATE-TEXT > SO-END-DATE)
                   DISPLAY 'End Date Must Be From Today Up To '
                       SO-END-DATE
                   MOVE 'NO' TO WS-DATE-VALID
               END-IF
               IF WS-DATE-VALID = 'NO'
                   MOVE 'INVALID DATE' TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-DATE-TEXT TO SO-END-DATE
                   MOVE FUNCTION CURRENT-DATE TO SO-UPDATED
                   MOVE SESS-USERNAME TO SO-UPDATED-BY
                   REWRITE STANDING-ORDER-RECORD
                   IF WS-STANDING-STATUS = '00'
                       DISPLAY 'Standing Order Ended: '
                           WS-TARGET-CUST ' Schedule '
                           SO-SCHEDULE-NO ' ' SO-END-DATE
                       MOVE SPACES TO WS-RESULT-TEXT
                       STRING 'ENDED ' SO-SCHEDULE-NO ' '
                           SO-END-DATE
                           DELIMITED BY SIZE INTO WS-RESULT-TEXT
                   ELSE
                       DISPLAY 'ERROR: STANDING ORDER REWRITE FAILED '
                           'STATUS=' WS-STANDING-STATUS
                       MOVE 'REWRITE FAILED' TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       LIST-STANDING-ORDERS.
           MOVE 0 TO WS-SCHEDULES-LISTED.
           PERFORM START-CUSTOMER-BROWSE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF SO-CUST-ID NOT = WS-TARGET-CUST
                           MOVE 'YES' TO WS-END-OF-FILE
                       ELSE
                           ADD 1 TO WS-SCHEDULES-LISTED
                           PERFORM LIST-ONE-SCHEDULE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.
           DISPLAY 'STANDING ORDERS FOR ' WS-TARGET-CUST ': '
               WS-SCHEDULES-LISTED.

       LIST-ONE-SCHEDULE.
           DISPLAY SO-SCHEDULE-NO ' FREQ ' SO-FREQUENCY
               ' NEXT ' SO-NEXT-DUE ' ENDS ' SO-END-DATE
               ' LAST ' SO-LAST-ORDER-ID ' ' SO-LAST-GENERATED.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SO-ITEM-COUNT
               MOVE SO-AMOUNT(WS-LINE-IDX) TO WS-AMOUNT-EDIT
               DISPLAY '    ' SO-ITEM-CODE(WS-LINE-IDX) ' x '
                   SO-QTY(WS-LINE-IDX) ' ' WS-AMOUNT-EDIT
           END-PERFORM.

       CHECK-SESSION.
      *    Entered cold at a terminal and gated by the maintenance
      *    group, like CUSTOMER-MAINT and ITEM-PRICE-MAINT.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'M' TO SC-GROUP-REQUIRED.
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
           MOVE 'STANDORD' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-CUST TO AUD-ENTITY-ID.
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'ADDSTAND' TO AUD-ACTION
               WHEN 'E'
                   MOVE 'ENDSTAND' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'STANDORD' TO AUD-ACTION
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
