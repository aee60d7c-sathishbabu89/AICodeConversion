           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      *    Stock on hand per item - a receipt keyed here adds to it
      *    directly, the same keyed dataset MQ-RECEIVER draws sales
      *    from and BACKORDER-RELEASE fills waiting lines out of.
           SELECT STOCK-KSDS ASSIGN TO 'STOCK.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       FD STOCK-KSDS.
       COPY "STOCKREC.cpy".

       WORKING-STORAGE SECTION.
       01 WS-ITEM-STATUS   PIC XX.
       01 WS-STOCK-STATUS  PIC XX.
       01 WS-QTY-TEXT      PIC X(7).
       01 WS-QTY-VALID     PIC X(3) VALUE 'YES'.
       01 WS-RECEIVED-QTY  PIC 9(7) VALUE 0.
       01 WS-QT-IDX        PIC 9(2) VALUE 0.
       01 WS-QT-DIGITS     PIC 9(2) VALUE 0.
       01 WS-QTY-EDIT      PIC Z(6)9.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-ACTION        PIC X(1).
       01 WS-TARGET-CODE   PIC X(10).
      * customer maintenance transactions, and every change writes
      * an AUDT entry naming the signed-on operator - prices are
      * money, and a silent price change is how money leaks.
      *
      * Goods received at the dock are keyed here too (S=Stock
      * Receipt): the quantity is added to the item's STOCK.KSDS
      * figure at once, and the next BACKORDER-RELEASE run fills
      * the oldest waiting backorders out of it. A receipt is
      * audited like a price change - stock is money on a shelf.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           PERFORM LOAD-ITEM-MASTER.

           DISPLAY 'Enter Action - A=Add, C=Change Price, '
               'R=Retire, S=Stock Receipt, L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

                   PERFORM CHANGE-ITEM-PRICE
               WHEN 'R'
                   PERFORM RETIRE-ITEM
               WHEN 'S'
                   PERFORM RECEIVE-STOCK
               WHEN 'L'
                   PERFORM LIST-ITEMS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be A, C, R, S '
                       'or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.
               DISPLAY 'Invalid Price Entry - Action Abandoned'
           END-IF.

      *    Only an item on the master can be received - a receipt
      *    against a mistyped code would sit on a shelf no order can
      *    ever draw from. The first receipt for an item creates its
      *    stock record; from then on receipts add to it.
       RECEIVE-STOCK.
           DISPLAY 'Enter Item Code: '.
           ACCEPT WS-TARGET-CODE.
           PERFORM FIND-TARGET-ITEM.
           IF WS-ITEM-SLOT = 0
               DISPLAY 'Item Not On Master: ' WS-TARGET-CODE
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               PERFORM COLLECT-RECEIVED-QTY
               IF WS-QTY-VALID = 'YES'
                   PERFORM ADD-RECEIPT-TO-STOCK
               ELSE
                   MOVE 'INVALID QTY' TO WS-RESULT-TEXT
               END-IF
           END-IF.
           MOVE 'RECEIVE' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.

       COLLECT-RECEIVED-QTY.
           DISPLAY 'Enter Quantity Received: '.
           ACCEPT WS-QTY-TEXT.
           MOVE 'YES' TO WS-QTY-VALID.
           MOVE 0 TO WS-QT-DIGITS.
           PERFORM VARYING WS-QT-IDX FROM 1 BY 1
                   UNTIL WS-QT-IDX > 7
               EVALUATE TRUE
                   WHEN WS-QTY-TEXT(WS-QT-IDX:1) = SPACE
                       CONTINUE
                   WHEN WS-QTY-TEXT(WS-QT-IDX:1) >= '0'
                       AND WS-QTY-TEXT(WS-QT-IDX:1) <= '9'
                       ADD 1 TO WS-QT-DIGITS
                   WHEN OTHER
                       MOVE 'NO' TO WS-QTY-VALID
               END-EVALUATE
           END-PERFORM.
           IF WS-QT-DIGITS = 0
               MOVE 'NO' TO WS-QTY-VALID
           END-IF.
           IF WS-QTY-VALID = 'YES'
               COMPUTE WS-RECEIVED-QTY =
                   FUNCTION NUMVAL(WS-QTY-TEXT)
               IF WS-RECEIVED-QTY = 0
                   MOVE 'NO' TO WS-QTY-VALID
               END-IF
           END-IF.
           IF WS-QTY-VALID = 'NO'
               DISPLAY 'Invalid Quantity Entry - Action Abandoned'
           END-IF.

      *    A STOCK.KSDS that does not exist yet is created on the
      *    first receipt, the way MQ-RECEIVER brings ORDHIST.KSDS
      *    into being.
       ADD-RECEIPT-TO-STOCK.
           OPEN I-O STOCK-KSDS.
           IF WS-STOCK-STATUS NOT = '00'
               OPEN OUTPUT STOCK-KSDS
               CLOSE STOCK-KSDS
               OPEN I-O STOCK-KSDS
           END-IF.
           IF WS-STOCK-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN STOCK.KSDS STATUS='
                   WS-STOCK-STATUS
               MOVE 'FILE ERROR' TO WS-RESULT-TEXT
           ELSE
               MOVE WS-TARGET-CODE TO STK-ITEM-CODE
               READ STOCK-KSDS
               IF WS-STOCK-STATUS = '00'
                   ADD WS-RECEIVED-QTY TO STK-ON-HAND
                   MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
                   REWRITE STOCK-RECORD
               ELSE
                   MOVE SPACES TO STOCK-RECORD
                   MOVE WS-TARGET-CODE TO STK-ITEM-CODE
                   MOVE WS-RECEIVED-QTY TO STK-ON-HAND
                   MOVE FUNCTION CURRENT-DATE TO STK-LAST-MOVED
                   WRITE STOCK-RECORD
               END-IF
               IF WS-STOCK-STATUS = '00'
                   MOVE STK-ON-HAND TO WS-QTY-EDIT
                   DISPLAY 'Stock Received: ' WS-TARGET-CODE
                       ' On Hand Now: ' WS-QTY-EDIT
                   MOVE 'SUCCESS' TO WS-RESULT-TEXT
               ELSE
                   DISPLAY 'ERROR: STOCK UPDATE FAILED STATUS='
                       WS-STOCK-STATUS
                   MOVE 'FILE ERROR' TO WS-RESULT-TEXT
               END-IF
               CLOSE STOCK-KSDS
           END-IF.

       REWRITE-ITEM-MASTER.
           OPEN OUTPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS NOT = '00'
