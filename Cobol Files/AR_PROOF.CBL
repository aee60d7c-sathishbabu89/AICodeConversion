       IDENTIFICATION DIVISION.
       PROGRAM-ID. AR-CONTROL-PROOF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'ARPRFWK.DAT'.
           SELECT SORTED-MOVEMENT-FILE ASSIGN TO 'ARPRFSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
      *    The dated balance history - read for the last closing
      *    before tonight's, then tonight's closing is added to it.
           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'ARBALHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.
      *    Tonight's closing is taken here off CUSTOMER_TABLE
      *    first, proved from here, then appended to the history.
           SELECT NEW-SNAPSHOT-FILE ASSIGN TO 'ARBALNEW.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.
           SELECT PROOF-REPORT ASSIGN TO 'ARPROOF.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

      *    One balance movement per ledger line, customer ascending.
       SD SORT-WORK-FILE.
       01 MV-RECORD.
           05 MV-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 MV-DIRECTION   PIC X(1).
           05 FILLER         PIC X(1).
           05 MV-AMOUNT      PIC 9(7)V99.

       FD SORTED-MOVEMENT-FILE.
       01 SORTED-MOVEMENT-RECORD.
           05 SM-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 SM-DIRECTION   PIC X(1).
           05 FILLER         PIC X(1).
           05 SM-AMOUNT      PIC 9(7)V99.

       FD BALANCE-HISTORY-FILE.
       COPY "ARBALHST.cpy".

       FD NEW-SNAPSHOT-FILE.
       01 NEW-SNAPSHOT-RECORD.
           05 FILLER         PIC X(9).
           05 NS-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 NS-BALANCE     PIC X(13).
           05 FILLER         PIC X(18).

       FD PROOF-REPORT.
       01 PROOF-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-SORTED-STATUS  PIC XX.
       01 WS-HISTORY-STATUS PIC XX.
       01 WS-NEW-STATUS     PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-CURSOR-FAILED  PIC X(3) VALUE 'NO'.
       01 WS-SNAPSHOT-FAILED PIC X(3) VALUE 'NO'.

       01 WS-TBL-ID         PIC X(10).
       01 WS-TBL-BALANCE    PIC S9(9)V99 COMP-3.

      *    Tonight's business date and the moment the closing had
      *    been taken (the cursor closed); the opening is the latest
      *    snapshot taken for an earlier business date.
       01 WS-PROOF-DATE     PIC X(8).
       01 WS-TAKEN-AT       PIC X(16).
       01 WS-OPENING-FOUND  PIC X(3) VALUE 'NO'.
       01 WS-OPENING-DATE   PIC X(8) VALUE SPACES.
       01 WS-OPENING-TAKEN-AT PIC X(16) VALUE SPACES.

      *    The matching keys of the three inputs, all in customer
      *    ID order - HIGH-VALUES once an input is used up.
       01 WS-CLOSE-KEY      PIC X(10).
       01 WS-OPEN-KEY       PIC X(10).
       01 WS-MOVE-KEY       PIC X(10).
       01 WS-CURRENT-KEY    PIC X(10).
       01 WS-OPEN-LINE-BALANCE PIC S9(9)V99.
       01 WS-CLOSE-LINE-BALANCE PIC S9(9)V99.

       01 WS-CUST-OPENING   PIC S9(9)V99.
       01 WS-CUST-MOVEMENT  PIC S9(9)V99.
       01 WS-CUST-CLOSING   PIC S9(9)V99.
       01 WS-CUST-DIFFERENCE PIC S9(9)V99.
       01 WS-CUST-HAS-OPENING PIC X(3).
       01 WS-CUST-ON-TABLE  PIC X(3).

       01 WS-TOTALS.
           05 WS-TOTAL-OPENING    PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-MOVEMENT   PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-CLOSING    PIC S9(11)V99 VALUE 0.
           05 WS-TOTAL-DIFFERENCE PIC S9(11)V99 VALUE 0.
       01 WS-COUNTERS.
           05 WS-LEDGER-LINES     PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-PROVED PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-OUT    PIC 9(7) VALUE 0.

       01 WS-VERDICT        PIC X(20) VALUE SPACES.

       COPY "BUSDATE.cpy".
       COPY "ERRLOG.cpy".

       01 WS-HEADING-LINE.
           05 FILLER          PIC X(30)
               VALUE 'AR CONTROL PROOF - BUSINESS '.
           05 RH-PROOF-DATE   PIC X(8).
           05 FILLER          PIC X(94) VALUE SPACES.

       01 WS-WINDOW-LINE.
           05 FILLER          PIC X(22) VALUE 'OPENING BALANCES OF '.
           05 WW-OPENING-DATE PIC X(8).
           05 FILLER          PIC X(11) VALUE ' TAKEN AT '.
           05 WW-OPENING-AT   PIC X(16).
           05 FILLER          PIC X(20) VALUE ', CLOSING TAKEN AT '.
           05 WW-CLOSING-AT   PIC X(16).
           05 FILLER          PIC X(39) VALUE SPACES.

       01 WS-COLUMN-LINE.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER          PIC X(17) VALUE '         OPENING'.
           05 FILLER          PIC X(17) VALUE '        MOVEMENT'.
           05 FILLER          PIC X(17) VALUE '        EXPECTED'.
           05 FILLER          PIC X(17) VALUE '         CLOSING'.
           05 FILLER          PIC X(17) VALUE '      DIFFERENCE'.
           05 FILLER          PIC X(35) VALUE '  NOTE'.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-OPENING      PIC -(12)9.99.
           05 DL-MOVEMENT     PIC -(12)9.99.
           05 DL-EXPECTED     PIC -(12)9.99.
           05 DL-CLOSING      PIC -(12)9.99.
           05 DL-DIFFERENCE   PIC -(12)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NOTE         PIC X(33).

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(30).
           05 TL-AMOUNT       PIC -(12)9.99.
           05 FILLER          PIC X(85) VALUE SPACES.

       01 WS-COUNT-LINE.
           05 CL-LABEL        PIC X(30).
           05 CL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(95) VALUE SPACES.

      * The daily proof that the receivable in CUSTOMER_TABLE and the
      * ledger agree: last night's closing balance for every customer,
      * plus the movement the ledger recorded since that closing was
      * taken, must equal tonight's balance - in total and customer by
      * customer. A posting that moved DB2 without writing its ledger
      * line, or wrote the line without moving DB2, leaves a difference
      * here. Runs in the nightly chain once everything that posts has
      * run, snapshots every customer's closing balance to the dated
      * history in ARBALHST.DAT, and lists each customer out of balance
      * in ARPROOF.RPT. The report ends with the same IN BALANCE / OUT
      * OF BALANCE verdict line DAILY-BALANCE writes, and
      * BATCH-HEALTH-CHECK fails the night on anything but IN BALANCE or
      * a first night's BASELINE TAKEN. The movement is every
      * balance-moving ledger line (the lines GL-EXTRACT posts) written
      * after the opening snapshot was taken and up to tonight's, by the
      * clock time on the line - terminal work keyed after the cutoff is
      * already in DB2 tonight even though it is dated to the next
      * business day, so going by posting date would put it on the wrong
      * side of the proof. The balances are read first, onto
      * ARBALNEW.DAT, and the clock is read once the cursor has closed,
      * so a terminal posting committed while the cursor ran - online
      * BALANCE-ADJUST does not stop for the night - has its line in
      * the movement as well as its effect in the balance; the proof is
      * made from that snapshot. A merge or restore moves a balance
      * between accounts without a movement line and shows here as a
      * matching pair of differences for the credit team to clear. The
      * first run has no opening to prove against; it takes the snapshot
      * and reports BASELINE TAKEN. A rerun proves against the same
      * opening and its snapshot replaces the earlier one for the night.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-BUSINESS-DATE TO WS-PROOF-DATE.
           PERFORM FIND-OPENING-SNAPSHOT.

           OPEN OUTPUT PROOF-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ARPROOF.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'ARPROOF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E145' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ARPROOF.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM TAKE-CLOSING-BALANCES.
           MOVE FUNCTION CURRENT-DATE(1:16) TO WS-TAKEN-AT.
           PERFORM WRITE-REPORT-HEADING.

           IF WS-CURSOR-FAILED = 'NO'
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY MV-CUST-ID
                   INPUT PROCEDURE IS RELEASE-LEDGER-MOVEMENT
                   GIVING SORTED-MOVEMENT-FILE
               PERFORM PROVE-ALL-CUSTOMERS
               PERFORM APPEND-SNAPSHOT-TO-HISTORY
           END-IF.

           EVALUATE TRUE
               WHEN WS-CURSOR-FAILED = 'YES'
                   MOVE 'PROOF NOT COMPLETED' TO WS-VERDICT
               WHEN WS-OPENING-FOUND = 'NO'
                   MOVE 'BASELINE TAKEN' TO WS-VERDICT
               WHEN WS-CUSTOMERS-OUT > 0 OR WS-TOTAL-DIFFERENCE NOT = 0
                   MOVE 'OUT OF BALANCE' TO WS-VERDICT
               WHEN OTHER
                   MOVE 'IN BALANCE' TO WS-VERDICT
           END-EVALUATE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE PROOF-REPORT.

           DISPLAY 'AR-CONTROL-PROOF - ' WS-PROOF-DATE ' '
               WS-VERDICT ' - ' WS-CUSTOMERS-PROVED ' CUSTOMERS, '
               WS-CUSTOMERS-OUT ' OUT OF BALANCE'.
           EVALUATE WS-VERDICT
               WHEN 'PROOF NOT COMPLETED'
                   MOVE 8 TO RETURN-CODE
               WHEN 'OUT OF BALANCE'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           IF WS-SNAPSHOT-FAILED = 'YES' AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    The opening is the snapshot taken last for the latest
      *    business date before tonight's. No history yet means
      *    there is nothing to prove against.
       FIND-OPENING-SNAPSHOT.
           MOVE 'NO' TO WS-OPENING-FOUND.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT BALANCE-HISTORY-FILE.
           IF WS-HISTORY-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ BALANCE-HISTORY-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF BSN-PROOF-DATE < WS-PROOF-DATE
                               AND (BSN-PROOF-DATE > WS-OPENING-DATE
                               OR (BSN-PROOF-DATE = WS-OPENING-DATE
                               AND BSN-TAKEN-AT > WS-OPENING-TAKEN-AT))
                               MOVE BSN-PROOF-DATE TO WS-OPENING-DATE
                               MOVE BSN-TAKEN-AT
                                   TO WS-OPENING-TAKEN-AT
                               MOVE 'YES' TO WS-OPENING-FOUND
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-FILE
           END-IF.

      *    Debits - sales, debit adjustments, finance charges - take
      *    the balance down, as their DB2 updates do; returns,
      *    payments and credit adjustments put it back up.
       RELEASE-LEDGER-MOVEMENT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-OPENING-FOUND = 'YES'
                               AND LGR-TIMESTAMP(1:16)
                                   > WS-OPENING-TAKEN-AT
                               AND LGR-TIMESTAMP(1:16)
                                   NOT > WS-TAKEN-AT
                               AND ((LGR-OUTCOME = 'POSTED'
                               AND (LGR-ORDER-TYPE = 'S' OR 'R'
                                   OR 'P' OR 'F'))
                               OR (LGR-OUTCOME = 'ADJUST'
                               AND (LGR-ORDER-TYPE = 'D' OR 'C')))
                               ADD 1 TO WS-LEDGER-LINES
                               MOVE SPACES TO MV-RECORD
                               MOVE LGR-CUST-ID TO MV-CUST-ID
                               IF LGR-ORDER-TYPE = 'S' OR 'D' OR 'F'
                                   MOVE 'D' TO MV-DIRECTION
                               ELSE
                                   MOVE 'C' TO MV-DIRECTION
                               END-IF
                               MOVE LGR-TOTAL-AMOUNT TO MV-AMOUNT
                               RELEASE MV-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
           END-IF.

      *    Every balance off CUSTOMER_TABLE onto ARBALNEW.DAT in
      *    one pass, before the ledger is looked at. Without the
      *    file there is no closing to prove from.
       TAKE-CLOSING-BALANCES.
           OPEN OUTPUT NEW-SNAPSHOT-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ARBALNEW.DAT STATUS='
                   WS-NEW-STATUS ' - NO SNAPSHOT TAKEN'
               MOVE 'YES' TO WS-SNAPSHOT-FAILED
               PERFORM LOG-CURSOR-FAILURE
           ELSE
               EXEC SQL
                   DECLARE PROOF-CURSOR CURSOR FOR
                   SELECT ID, BALANCE FROM CUSTOMER_TABLE
                   ORDER BY ID
               END-EXEC
               EXEC SQL
                   OPEN PROOF-CURSOR
               END-EXEC
               IF SQLCODE NOT = 0
                   DISPLAY 'SQL ERROR OPENING PROOF CURSOR - SQLCODE='
                       SQLCODE
                   PERFORM LOG-CURSOR-FAILURE
               ELSE
                   PERFORM FETCH-NEXT-CLOSING
                   PERFORM UNTIL WS-CURSOR-FAILED = 'YES'
                           OR WS-CLOSE-KEY = HIGH-VALUES
                       PERFORM WRITE-SNAPSHOT-LINE
                       PERFORM FETCH-NEXT-CLOSING
                   END-PERFORM
                   EXEC SQL
                       CLOSE PROOF-CURSOR
                   END-EXEC
               END-IF
               CLOSE NEW-SNAPSHOT-FILE
           END-IF.

      *    A three-way match on customer ID: tonight's balances off
      *    the snapshot, last night's off the history and the sorted
      *    movement in between.
       PROVE-ALL-CUSTOMERS.
           OPEN INPUT SORTED-MOVEMENT-FILE.
           MOVE HIGH-VALUES TO WS-MOVE-KEY.
           IF WS-SORTED-STATUS = '00'
               PERFORM READ-NEXT-MOVEMENT
           END-IF.
           MOVE HIGH-VALUES TO WS-OPEN-KEY.
           IF WS-OPENING-FOUND = 'YES'
               OPEN INPUT BALANCE-HISTORY-FILE
               IF WS-HISTORY-STATUS = '00'
                   PERFORM READ-NEXT-OPENING
               END-IF
           END-IF.
           MOVE HIGH-VALUES TO WS-CLOSE-KEY.
           OPEN INPUT NEW-SNAPSHOT-FILE.
           IF WS-NEW-STATUS = '00'
               PERFORM READ-NEXT-CLOSING
           END-IF.

           PERFORM UNTIL WS-CLOSE-KEY = HIGH-VALUES
                   AND WS-OPEN-KEY = HIGH-VALUES
                   AND WS-MOVE-KEY = HIGH-VALUES
               PERFORM PROVE-ONE-CUSTOMER
           END-PERFORM.

           IF WS-SORTED-STATUS = '00'
               CLOSE SORTED-MOVEMENT-FILE
           END-IF.
           IF WS-OPENING-FOUND = 'YES' AND WS-HISTORY-STATUS = '00'
               CLOSE BALANCE-HISTORY-FILE
           END-IF.
           IF WS-NEW-STATUS = '00'
               CLOSE NEW-SNAPSHOT-FILE
           END-IF.

       PROVE-ONE-CUSTOMER.
           MOVE WS-CLOSE-KEY TO WS-CURRENT-KEY.
           IF WS-OPEN-KEY < WS-CURRENT-KEY
               MOVE WS-OPEN-KEY TO WS-CURRENT-KEY
           END-IF.
           IF WS-MOVE-KEY < WS-CURRENT-KEY
               MOVE WS-MOVE-KEY TO WS-CURRENT-KEY
           END-IF.
           MOVE 0 TO WS-CUST-OPENING.
           MOVE 0 TO WS-CUST-MOVEMENT.
           MOVE 0 TO WS-CUST-CLOSING.
           MOVE 'NO' TO WS-CUST-HAS-OPENING.
           MOVE 'NO' TO WS-CUST-ON-TABLE.

           IF WS-OPEN-KEY = WS-CURRENT-KEY
               MOVE WS-OPEN-LINE-BALANCE TO WS-CUST-OPENING
               MOVE 'YES' TO WS-CUST-HAS-OPENING
               PERFORM READ-NEXT-OPENING
           END-IF.
           PERFORM UNTIL WS-MOVE-KEY NOT = WS-CURRENT-KEY
               IF SM-DIRECTION = 'D'
                   SUBTRACT SM-AMOUNT FROM WS-CUST-MOVEMENT
               ELSE
                   ADD SM-AMOUNT TO WS-CUST-MOVEMENT
               END-IF
               PERFORM READ-NEXT-MOVEMENT
           END-PERFORM.
           IF WS-CLOSE-KEY = WS-CURRENT-KEY
               MOVE WS-CLOSE-LINE-BALANCE TO WS-CUST-CLOSING
               MOVE 'YES' TO WS-CUST-ON-TABLE
               PERFORM READ-NEXT-CLOSING
           END-IF.

           ADD 1 TO WS-CUSTOMERS-PROVED.
           ADD WS-CUST-OPENING TO WS-TOTAL-OPENING.
           ADD WS-CUST-MOVEMENT TO WS-TOTAL-MOVEMENT.
           ADD WS-CUST-CLOSING TO WS-TOTAL-CLOSING.
           IF WS-OPENING-FOUND = 'YES'
               COMPUTE WS-CUST-DIFFERENCE = WS-CUST-CLOSING
                   - WS-CUST-OPENING - WS-CUST-MOVEMENT
               ADD WS-CUST-DIFFERENCE TO WS-TOTAL-DIFFERENCE
               IF WS-CUST-DIFFERENCE NOT = 0
                   ADD 1 TO WS-CUSTOMERS-OUT
                   PERFORM WRITE-DETAIL-LINE
               END-IF
           END-IF.

       FETCH-NEXT-CLOSING.
           EXEC SQL
               FETCH PROOF-CURSOR
               INTO :WS-TBL-ID, :WS-TBL-BALANCE
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   MOVE WS-TBL-ID TO WS-CLOSE-KEY
               WHEN 100
                   MOVE HIGH-VALUES TO WS-CLOSE-KEY
               WHEN OTHER
                   DISPLAY 'SQL ERROR ON PROOF FETCH - SQLCODE='
                       SQLCODE
                   MOVE HIGH-VALUES TO WS-CLOSE-KEY
                   PERFORM LOG-CURSOR-FAILURE
           END-EVALUATE.

      *    Only the lines of the opening snapshot; every other
      *    snapshot on the history is passed over.
       READ-NEXT-OPENING.
           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ BALANCE-HISTORY-FILE
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                       MOVE HIGH-VALUES TO WS-OPEN-KEY
                   NOT AT END
                       IF BSN-PROOF-DATE = WS-OPENING-DATE
                           AND BSN-TAKEN-AT = WS-OPENING-TAKEN-AT
                           MOVE 'YES' TO WS-END-OF-FILE
                           MOVE BSN-CUST-ID TO WS-OPEN-KEY
                           COMPUTE WS-OPEN-LINE-BALANCE =
                               FUNCTION NUMVAL(BSN-BALANCE)
                       END-IF
               END-READ
           END-PERFORM.

       READ-NEXT-CLOSING.
           READ NEW-SNAPSHOT-FILE
               AT END MOVE HIGH-VALUES TO WS-CLOSE-KEY
               NOT AT END
                   MOVE NS-CUST-ID TO WS-CLOSE-KEY
                   COMPUTE WS-CLOSE-LINE-BALANCE =
                       FUNCTION NUMVAL(NS-BALANCE)
           END-READ.

       READ-NEXT-MOVEMENT.
           READ SORTED-MOVEMENT-FILE
               AT END MOVE HIGH-VALUES TO WS-MOVE-KEY
               NOT AT END MOVE SM-CUST-ID TO WS-MOVE-KEY
           END-READ.

       WRITE-SNAPSHOT-LINE.
           IF WS-SNAPSHOT-FAILED = 'NO'
               MOVE SPACES TO BALANCE-SNAPSHOT-RECORD
               MOVE WS-PROOF-DATE TO BSN-PROOF-DATE
               MOVE WS-TBL-ID TO BSN-CUST-ID
               MOVE WS-TBL-BALANCE TO BSN-BALANCE
               MOVE BALANCE-SNAPSHOT-RECORD TO NEW-SNAPSHOT-RECORD
               WRITE NEW-SNAPSHOT-RECORD
           END-IF.

      *    Tonight's closing goes onto the history only whole - a
      *    snapshot cut short would be tomorrow's opening. Its
      *    lines are stamped here with the time the cursor closed,
      *    which is not known while they are being written.
       APPEND-SNAPSHOT-TO-HISTORY.
           IF WS-SNAPSHOT-FAILED = 'NO'
               OPEN INPUT NEW-SNAPSHOT-FILE
               OPEN EXTEND BALANCE-HISTORY-FILE
               IF WS-HISTORY-STATUS NOT = '00'
                   OPEN OUTPUT BALANCE-HISTORY-FILE
               END-IF
               IF WS-NEW-STATUS NOT = '00'
                   OR WS-HISTORY-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO ADD SNAPSHOT TO '
                       'ARBALHST.DAT STATUS=' WS-HISTORY-STATUS
                   MOVE 'YES' TO WS-SNAPSHOT-FAILED
               ELSE
                   MOVE 'NO' TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ NEW-SNAPSHOT-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END
                               MOVE NEW-SNAPSHOT-RECORD
                                   TO BALANCE-SNAPSHOT-RECORD
                               MOVE WS-TAKEN-AT TO BSN-TAKEN-AT
                               WRITE BALANCE-SNAPSHOT-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               IF WS-NEW-STATUS = '00'
                   CLOSE NEW-SNAPSHOT-FILE
               END-IF
               IF WS-HISTORY-STATUS = '00'
                   CLOSE BALANCE-HISTORY-FILE
               END-IF
           END-IF.
           IF WS-SNAPSHOT-FAILED = 'YES'
               MOVE 'ARPROOF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E146' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'BALANCE SNAPSHOT FOR ' WS-PROOF-DATE
                   ' NOT ADDED TO ARBALHST.DAT' DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

       LOG-CURSOR-FAILURE.
           MOVE 'YES' TO WS-CURSOR-FAILED.
           MOVE 'ARPROOF' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E147' TO ERR-CODE.
           MOVE 'FATAL' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'CLOSING BALANCES NOT TAKEN - AR PROOF FOR '
               WS-PROOF-DATE ' NOT COMPLETED' DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

       WRITE-REPORT-HEADING.
           MOVE WS-PROOF-DATE TO RH-PROOF-DATE.
           MOVE WS-HEADING-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           IF WS-OPENING-FOUND = 'YES'
               MOVE WS-OPENING-DATE TO WW-OPENING-DATE
               MOVE WS-OPENING-TAKEN-AT TO WW-OPENING-AT
               MOVE WS-TAKEN-AT TO WW-CLOSING-AT
               MOVE WS-WINDOW-LINE TO PROOF-REPORT-RECORD
           ELSE
               MOVE 'NO EARLIER SNAPSHOT - TONIGHT IS THE BASELINE'
                   TO PROOF-REPORT-RECORD
           END-IF.
           WRITE PROOF-REPORT-RECORD.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE WS-CURRENT-KEY TO DL-CUST-ID.
           MOVE WS-CUST-OPENING TO DL-OPENING.
           MOVE WS-CUST-MOVEMENT TO DL-MOVEMENT.
           COMPUTE DL-EXPECTED = WS-CUST-OPENING + WS-CUST-MOVEMENT.
           MOVE WS-CUST-CLOSING TO DL-CLOSING.
           MOVE WS-CUST-DIFFERENCE TO DL-DIFFERENCE.
           EVALUATE TRUE
               WHEN WS-CUST-ON-TABLE = 'NO'
                   MOVE 'NOT IN CUSTOMER_TABLE' TO DL-NOTE
               WHEN WS-CUST-HAS-OPENING = 'NO'
                   MOVE 'NO OPENING BALANCE' TO DL-NOTE
               WHEN OTHER
                   MOVE SPACES TO DL-NOTE
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'OPENING TOTAL:' TO TL-LABEL.
           MOVE WS-TOTAL-OPENING TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'LEDGER MOVEMENT:' TO TL-LABEL.
           MOVE WS-TOTAL-MOVEMENT TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'CLOSING TOTAL:' TO TL-LABEL.
           MOVE WS-TOTAL-CLOSING TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'DIFFERENCE:' TO TL-LABEL.
           MOVE WS-TOTAL-DIFFERENCE TO TL-AMOUNT.
           MOVE WS-TOTAL-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'LEDGER LINES IN MOVEMENT:' TO CL-LABEL.
           MOVE WS-LEDGER-LINES TO CL-COUNT.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'CUSTOMERS PROVED:' TO CL-LABEL.
           MOVE WS-CUSTOMERS-PROVED TO CL-COUNT.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE 'CUSTOMERS OUT OF BALANCE:' TO CL-LABEL.
           MOVE WS-CUSTOMERS-OUT TO CL-COUNT.
           MOVE WS-COUNT-LINE TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           IF WS-SNAPSHOT-FAILED = 'YES'
               MOVE 'WARNING: SNAPSHOT NOT SAVED - SEE ERROR LOG'
                   TO PROOF-REPORT-RECORD
               WRITE PROOF-REPORT-RECORD
           END-IF.
           MOVE SPACES TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
           MOVE WS-VERDICT TO PROOF-REPORT-RECORD.
           WRITE PROOF-REPORT-RECORD.
