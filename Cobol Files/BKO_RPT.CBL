       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKORDER-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKORDER-FILE ASSIGN TO 'BACKORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKORDER-STATUS.
           SELECT STOCK-KSDS ASSIGN TO 'STOCK.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STK-ITEM-CODE
           FILE STATUS IS WS-STOCK-STATUS.
           SELECT BACKORDER-REPORT-FILE ASSIGN TO 'BACKORD.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BACKORDER-FILE.
       COPY "BACKORD.cpy".

       FD STOCK-KSDS.
       COPY "STOCKREC.cpy".

       FD BACKORDER-REPORT-FILE.
       01 BACKORDER-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-BACKORDER-STATUS PIC XX.
       01 WS-STOCK-STATUS     PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-STOCK-ON         PIC X(3) VALUE 'YES'.
       01 WS-TODAY-DATE       PIC 9(8).
       01 WS-CREATED-DATE     PIC 9(8).
       01 WS-AGE-DAYS         PIC 9(5) VALUE 0.
       01 WS-ON-HAND          PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE.
           05 WS-DL-ORDER-ID   PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-CUST-ID    PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-ITEM-CODE  PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-QTY        PIC Z(4)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-AMOUNT     PIC Z(6)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-CREATED    PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-AGE        PIC Z(4)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-DL-ON-HAND    PIC Z(6)9.
           05 FILLER           PIC X(18) VALUE SPACES.

       01 WS-ITEM-LINE.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-ITEM-CODE  PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-LINES      PIC Z(4)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-QTY        PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-AMOUNT     PIC Z(8)9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-ON-HAND    PIC Z(6)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 WS-IL-NOTE       PIC X(20).
           05 FILLER           PIC X(27) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-LINES-WAITING  PIC 9(7) VALUE 0.
           05 WS-LINES-OVER-7   PIC 9(7) VALUE 0.
       01 WS-VALUE-WAITING    PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-EDIT       PIC Z(8)9.99.

       01 WS-ITEM-COUNT       PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX         PIC 9(4) VALUE 0.
       01 WS-ITEM-SLOT        PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-IT-CODE     PIC X(10).
               10 WS-IT-LINES    PIC 9(5).
               10 WS-IT-QTY      PIC 9(7).
               10 WS-IT-AMOUNT   PIC 9(9)V99.
               10 WS-IT-ON-HAND  PIC 9(7).

      * The morning view of BACKORD.DAT for the order desk and the
      * buyers: every order line still waiting on stock, oldest
      * first, with how many days it has waited and what is on the
      * shelf for its item right now, then one line per item saying
      * how much is owed to customers against what is on hand - the
      * shortfall is the buy list. Lines waiting more than a week
      * are counted separately so they stand out in the footing.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           OPEN OUTPUT BACKORDER-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN BACKORD.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT STOCK-KSDS.
           IF WS-STOCK-STATUS NOT = '00'
               MOVE 'NO' TO WS-STOCK-ON
           END-IF.

           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING 'BACKORDERS WAITING ON STOCK - ' WS-TODAY-DATE
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           IF WS-STOCK-ON = 'NO'
               MOVE '  (STOCK.KSDS NOT AVAILABLE - ON HAND SHOWN 0)'
                   TO BACKORDER-REPORT-RECORD
               WRITE BACKORDER-REPORT-RECORD
           END-IF.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           MOVE 'ORDER ID  CUSTOMER    ITEM          QTY      AMOUNT'
               TO BACKORDER-REPORT-RECORD.
           MOVE '  WAITING   DAYS  ON HAND'
               TO BACKORDER-REPORT-RECORD(52:25).
           WRITE BACKORDER-REPORT-RECORD.

           OPEN INPUT BACKORDER-FILE.
           IF WS-BACKORDER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ BACKORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM LIST-ONE-BACKORDER
                   END-READ
               END-PERFORM
               CLOSE BACKORDER-FILE
           END-IF.
           IF WS-LINES-WAITING = 0
               MOVE '  (NONE - NO BACKORDERS WAITING)'
                   TO BACKORDER-REPORT-RECORD
               WRITE BACKORDER-REPORT-RECORD
           ELSE
               PERFORM WRITE-ITEM-SUMMARY
           END-IF.

           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           MOVE WS-VALUE-WAITING TO WS-TOTAL-EDIT.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           STRING 'LINES WAITING: ' WS-LINES-WAITING
               '  OVER 7 DAYS: ' WS-LINES-OVER-7
               '  VALUE WAITING: ' WS-TOTAL-EDIT
               DELIMITED BY SIZE INTO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           CLOSE BACKORDER-REPORT-FILE.
           IF WS-STOCK-ON = 'YES'
               CLOSE STOCK-KSDS
           END-IF.

           DISPLAY 'BACKORDER-REPORT - ' WS-LINES-WAITING
               ' LINE(S) WAITING'.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       LIST-ONE-BACKORDER.
           ADD 1 TO WS-LINES-WAITING.
           ADD BKO-AMOUNT TO WS-VALUE-WAITING.
           MOVE 0 TO WS-AGE-DAYS.
           IF BKO-CREATED(1:8) IS NUMERIC
               MOVE BKO-CREATED(1:8) TO WS-CREATED-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-CREATED-DATE)
           END-IF.
           IF WS-AGE-DAYS > 7
               ADD 1 TO WS-LINES-OVER-7
           END-IF.
           MOVE 0 TO WS-ON-HAND.
           IF WS-STOCK-ON = 'YES'
               MOVE BKO-ITEM-CODE TO STK-ITEM-CODE
               READ STOCK-KSDS
               IF WS-STOCK-STATUS = '00'
                   MOVE STK-ON-HAND TO WS-ON-HAND
               END-IF
           END-IF.
           MOVE BKO-ORDER-ID TO WS-DL-ORDER-ID.
           MOVE BKO-CUST-ID TO WS-DL-CUST-ID.
           MOVE BKO-ITEM-CODE TO WS-DL-ITEM-CODE.
           MOVE BKO-QTY TO WS-DL-QTY.
           MOVE BKO-AMOUNT TO WS-DL-AMOUNT.
           MOVE BKO-CREATED(1:8) TO WS-DL-CREATED.
           MOVE WS-AGE-DAYS TO WS-DL-AGE.
           MOVE WS-ON-HAND TO WS-DL-ON-HAND.
           MOVE WS-DETAIL-LINE TO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           PERFORM ADD-TO-ITEM-SUMMARY.

       ADD-TO-ITEM-SUMMARY.
           MOVE 0 TO WS-ITEM-SLOT.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-SLOT > 0
               IF WS-IT-CODE(WS-ITEM-IDX) = BKO-ITEM-CODE
                   MOVE WS-ITEM-IDX TO WS-ITEM-SLOT
               END-IF
           END-PERFORM.
           IF WS-ITEM-SLOT = 0 AND WS-ITEM-COUNT < 500
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-ITEM-COUNT TO WS-ITEM-SLOT
               MOVE BKO-ITEM-CODE TO WS-IT-CODE(WS-ITEM-SLOT)
               MOVE 0 TO WS-IT-LINES(WS-ITEM-SLOT)
               MOVE 0 TO WS-IT-QTY(WS-ITEM-SLOT)
               MOVE 0 TO WS-IT-AMOUNT(WS-ITEM-SLOT)
               MOVE WS-ON-HAND TO WS-IT-ON-HAND(WS-ITEM-SLOT)
           END-IF.
           IF WS-ITEM-SLOT > 0
               ADD 1 TO WS-IT-LINES(WS-ITEM-SLOT)
               ADD BKO-QTY TO WS-IT-QTY(WS-ITEM-SLOT)
               ADD BKO-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-SLOT)
           END-IF.

       WRITE-ITEM-SUMMARY.
           MOVE SPACES TO BACKORDER-REPORT-RECORD.
           WRITE BACKORDER-REPORT-RECORD.
           MOVE 'BY ITEM       LINES  QTY OWED       VALUE OWED'
               TO BACKORDER-REPORT-RECORD.
           MOVE 'ON HAND' TO BACKORDER-REPORT-RECORD(50:7).
           WRITE BACKORDER-REPORT-RECORD.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
               MOVE WS-IT-CODE(WS-ITEM-IDX) TO WS-IL-ITEM-CODE
               MOVE WS-IT-LINES(WS-ITEM-IDX) TO WS-IL-LINES
               MOVE WS-IT-QTY(WS-ITEM-IDX) TO WS-IL-QTY
               MOVE WS-IT-AMOUNT(WS-ITEM-IDX) TO WS-IL-AMOUNT
               MOVE WS-IT-ON-HAND(WS-ITEM-IDX) TO WS-IL-ON-HAND
               IF WS-IT-ON-HAND(WS-ITEM-IDX) < WS-IT-QTY(WS-ITEM-IDX)
                   MOVE 'SHORT - REORDER' TO WS-IL-NOTE
               ELSE
                   MOVE 'COVERED - RELEASE' TO WS-IL-NOTE
               END-IF
               MOVE WS-ITEM-LINE TO BACKORDER-REPORT-RECORD
               WRITE BACKORDER-REPORT-RECORD
           END-PERFORM.
