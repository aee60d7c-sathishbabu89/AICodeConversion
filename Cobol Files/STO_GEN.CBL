       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDING-ORDER-GEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO 'STANDORD.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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
      *    Contract prices in force, checked before the list price
      *    exactly as MQ-RECEIVER will check the order.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-CONTRACT-STATUS.
      *    MQSEND's input - generated orders are appended behind
      *    whatever the order desk has keyed for the day.
           SELECT ORDER-OUTPUT-FILE ASSIGN TO 'ORDERS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDERS-STATUS.
           SELECT ORDER-SEQ-FILE ASSIGN TO 'STOSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.
           SELECT GENERATION-REPORT ASSIGN TO 'STANDORD.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD STANDING-ORDER-FILE.
       COPY "STANDORD.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       FD CONTRACT-FILE.
       COPY "CONTRPRC.cpy".

      *    The fixed columns MQSEND reads ORDERS.DAT by - header,
      *    line-item count, then five ITEM/QTY/AMOUNT groups with
      *    the unused trailing groups left blank.
       FD ORDER-OUTPUT-FILE.
       01 ORDER-OUTPUT-RECORD.
           05 GO-ORDER-ID    PIC X(8).
           05 GO-CUST-ID     PIC X(10).
           05 GO-ORDER-TYPE  PIC X(1).
           05 GO-ITEM-COUNT  PIC 9(2).
           05 GO-ITEM OCCURS 5 TIMES.
               10 GO-ITEM-CODE PIC X(10).
               10 GO-QTY       PIC 9(5).
               10 GO-AMOUNT    PIC 9(7)V99.

       FD ORDER-SEQ-FILE.
       01 ORDER-SEQ-RECORD PIC 9(6).

       FD GENERATION-REPORT.
       01 REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       COPY "ERRLOG.cpy".

       01 WS-STANDING-STATUS PIC XX.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-ITEM-STATUS   PIC XX.
       01 WS-CONTRACT-STATUS PIC XX.
       01 WS-CONTRACTS-ON  PIC X(3) VALUE 'NO'.
       01 WS-CONTRACT-EOF  PIC X(3) VALUE 'NO'.
       01 WS-CONTRACT-FOUND PIC X(3) VALUE 'NO'.
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-SEQ-STATUS    PIC XX.
       01 WS-REPORT-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-TODAY-DATE    PIC X(8).
       01 WS-ORDER-ID      PIC X(8).
       01 WS-ORDER-SEQ     PIC 9(6) VALUE 0.
       01 WS-ORDER-TOTAL   PIC 9(7)V99 VALUE 0.
       01 WS-LINE-IDX      PIC 9(2) VALUE 0.
       01 WS-LINES-PRICED  PIC X(3) VALUE 'YES'.
       01 WS-SKIP-REASON   PIC X(30) VALUE SPACES.
       01 WS-UNIT-PRICE    PIC 9(7)V99 VALUE 0.
       01 WS-ITEM-FOUND    PIC X(3) VALUE 'NO'.

      *    Next-due arithmetic. Weekly and fortnightly schedules step
      *    by whole days; monthly ones step a month and land on the
      *    schedule's day, pulled back to the month's last day when
      *    the month is too short for it.
       01 WS-DUE-DATE      PIC 9(8).
       01 WS-DUE-PARTS REDEFINES WS-DUE-DATE.
           05 WS-DUE-YEAR   PIC 9(4).
           05 WS-DUE-MONTH  PIC 9(2).
           05 WS-DUE-DAY    PIC 9(2).
       01 WS-DUE-INT       PIC S9(7).
       01 WS-MONTH-DAYS    PIC 9(2).
       01 WS-DAYS-IN-MONTH-TABLE.
           05 FILLER PIC X(24) VALUE '312831303130313130313031'.
       01 WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-TABLE.
           05 WS-DIM OCCURS 12 TIMES PIC 9(2).

       01 WS-ITEM-COUNT    PIC 9(4) VALUE 0.
       01 WS-ITEM-IDX      PIC 9(4) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
               10 WS-ITM-CODE    PIC X(10).
               10 WS-ITM-PRICE   PIC 9(7)V99.
               10 WS-ITM-ACTIVE  PIC X(1).

       01 WS-COUNTERS.
           05 WS-SCHEDULES-READ    PIC 9(7) VALUE 0.
           05 WS-ORDERS-GENERATED  PIC 9(7) VALUE 0.
           05 WS-SKIPPED-CUSTOMER  PIC 9(7) VALUE 0.
           05 WS-SKIPPED-ITEM      PIC 9(7) VALUE 0.
           05 WS-NOT-YET-DUE       PIC 9(7) VALUE 0.
           05 WS-SCHEDULES-ENDED   PIC 9(7) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER        PIC X(34)
               VALUE 'STANDING ORDER GENERATION - RUN '.
           05 HL-RUN-DATE   PIC X(8).
           05 FILLER        PIC X(38) VALUE SPACES.

       01 WS-COLUMN-LINE.
           05 FILLER        PIC X(36) VALUE
               'CUSTOMER    SCH  OUTCOME    ORDER ID'.
           05 FILLER        PIC X(44) VALUE
               '       TOTAL  DETAIL'.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID    PIC X(10).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DL-SCHEDULE   PIC 9(3).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DL-OUTCOME    PIC X(9).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DL-ORDER-ID   PIC X(8).
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DL-TOTAL      PIC Z(6)9.99.
           05 FILLER        PIC X(2) VALUE SPACES.
           05 DL-DETAIL     PIC X(30).

       01 WS-TOTAL-LINE.
           05 TL-LABEL      PIC X(30).
           05 TL-COUNT      PIC Z(6)9.
           05 FILLER        PIC X(43) VALUE SPACES.

      * Turns the standing orders in STANDORD.KSDS into the day's
      * ORDERS.DAT rows, so the order desk no longer re-keys the
      * same weekly and monthly deliveries. Run ahead of MQSEND on
      * any order day. Every schedule whose next-due date has come
      * (and whose end date has not passed) becomes one order with
      * a fresh 'SO' order ID from STOSEQ.DAT, each line priced at
      * the customer's contract or the list price in force today,
      * and its next-due date is stepped on past today - a run
      * missed for a few days catches up with one order, not a
      * pile of them. A customer no longer ACTIVE on the master is
      * skipped and the delivery counts as missed (the date still
      * moves on, so reactivating the account does not send a
      * backlog). A schedule naming an item no longer active on
      * the master is skipped and left due, so it shows on every
      * run's STANDORD.RPT until the order desk corrects it. The
      * report lists every order generated and every schedule
      * skipped, with the reason.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN OUTPUT GENERATION-REPORT.
           IF WS-REPORT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN STANDORD.RPT STATUS='
                   WS-REPORT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-TODAY-DATE TO HL-RUN-DATE.
           WRITE REPORT-RECORD FROM WS-HEADING-LINE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           WRITE REPORT-RECORD FROM WS-COLUMN-LINE.

           OPEN I-O STANDING-ORDER-FILE.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'NO STANDING ORDERS ON FILE - STATUS='
                   WS-STANDING-STATUS
               MOVE 'NO STANDING ORDERS ON FILE' TO REPORT-RECORD
               WRITE REPORT-RECORD
               CLOSE GENERATION-REPORT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS
               MOVE 'STANDGEN' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E108' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER.KSDS STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE STANDING-ORDER-FILE
               CLOSE GENERATION-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND ORDER-OUTPUT-FILE.
           IF WS-ORDERS-STATUS NOT = '00'
               OPEN OUTPUT ORDER-OUTPUT-FILE
           END-IF.
           IF WS-ORDERS-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDERS.DAT STATUS='
                   WS-ORDERS-STATUS
               MOVE 'STANDGEN' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E109' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDERS.DAT STATUS='
                   WS-ORDERS-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               CLOSE STANDING-ORDER-FILE
               CLOSE GENERATION-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-ITEM-MASTER.
           MOVE 'NO' TO WS-CONTRACTS-ON.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS = '00'
               MOVE 'YES' TO WS-CONTRACTS-ON
           END-IF.
           PERFORM READ-ORDER-SEQUENCE.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ STANDING-ORDER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-SCHEDULES-READ
                       PERFORM PROCESS-ONE-SCHEDULE
               END-READ
           END-PERFORM.

           IF WS-CONTRACTS-ON = 'YES'
               CLOSE CONTRACT-FILE
           END-IF.
           CLOSE ORDER-OUTPUT-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE STANDING-ORDER-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE GENERATION-REPORT.
           DISPLAY 'STANDING-ORDER-GEN - SCHEDULES ' WS-SCHEDULES-READ
               ' GENERATED ' WS-ORDERS-GENERATED
               ' SKIPPED CUSTOMER ' WS-SKIPPED-CUSTOMER
               ' SKIPPED ITEM ' WS-SKIPPED-ITEM.
           IF WS-SKIPPED-ITEM > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

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
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

      *    An ended schedule is simply counted; one not yet due is
      *    left alone. Only a due schedule is looked at further.
       PROCESS-ONE-SCHEDULE.
           EVALUATE TRUE
               WHEN SO-NEXT-DUE > SO-END-DATE
                   ADD 1 TO WS-SCHEDULES-ENDED
               WHEN SO-NEXT-DUE > WS-TODAY-DATE
                   ADD 1 TO WS-NOT-YET-DUE
               WHEN OTHER
                   PERFORM GENERATE-DUE-ORDER
           END-EVALUATE.

       GENERATE-DUE-ORDER.
           MOVE SPACES TO WS-SKIP-REASON.
           MOVE SO-CUST-ID TO CUST-ID.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE 'CUSTOMER NOT ON MASTER' TO WS-SKIP-REASON
               NOT INVALID KEY
                   IF CUST-STATUS NOT = 'ACTIVE'
                       STRING 'CUSTOMER ' CUST-STATUS
                           DELIMITED BY SIZE INTO WS-SKIP-REASON
                   END-IF
           END-READ.
           IF WS-SKIP-REASON NOT = SPACES
               ADD 1 TO WS-SKIPPED-CUSTOMER
               PERFORM STEP-PAST-TODAY
               PERFORM REWRITE-SCHEDULE
               MOVE SPACES TO WS-ORDER-ID
               MOVE 0 TO WS-ORDER-TOTAL
               PERFORM WRITE-SKIPPED-LINE
           ELSE
               PERFORM PRICE-SCHEDULE-LINES
               IF WS-LINES-PRICED = 'NO'
                   ADD 1 TO WS-SKIPPED-ITEM
                   MOVE SPACES TO WS-ORDER-ID
                   MOVE 0 TO WS-ORDER-TOTAL
                   PERFORM WRITE-SKIPPED-LINE
               ELSE
                   PERFORM WRITE-GENERATED-ORDER
               END-IF
           END-IF.

      *    Builds the ORDERS.DAT row in place, one line at a time,
      *    stopping at the first item that can no longer be sold.
       PRICE-SCHEDULE-LINES.
           MOVE 'YES' TO WS-LINES-PRICED.
           MOVE SPACES TO ORDER-OUTPUT-RECORD.
           MOVE 0 TO WS-ORDER-TOTAL.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > SO-ITEM-COUNT
                   OR WS-LINES-PRICED = 'NO'
               PERFORM PRICE-ONE-LINE
           END-PERFORM.

       PRICE-ONE-LINE.
           MOVE 'NO' TO WS-ITEM-FOUND.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND = 'YES'
               IF WS-ITM-CODE(WS-ITEM-IDX) = SO-ITEM-CODE(WS-LINE-IDX)
                   AND WS-ITM-ACTIVE(WS-ITEM-IDX) = 'Y'
                   MOVE 'YES' TO WS-ITEM-FOUND
                   MOVE WS-ITM-PRICE(WS-ITEM-IDX) TO WS-UNIT-PRICE
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND = 'NO'
               MOVE 'NO' TO WS-LINES-PRICED
               STRING 'ITEM ' SO-ITEM-CODE(WS-LINE-IDX)
                   ' NOT ACTIVE' DELIMITED BY SIZE
                   INTO WS-SKIP-REASON
           ELSE
               PERFORM FIND-CONTRACT-PRICE
               IF WS-CONTRACT-FOUND = 'YES'
                   MOVE CP-UNIT-PRICE TO WS-UNIT-PRICE
               END-IF
               MOVE SO-ITEM-CODE(WS-LINE-IDX)
                   TO GO-ITEM-CODE(WS-LINE-IDX)
               MOVE SO-QTY(WS-LINE-IDX) TO GO-QTY(WS-LINE-IDX)
               COMPUTE GO-AMOUNT(WS-LINE-IDX) =
                   SO-QTY(WS-LINE-IDX) * WS-UNIT-PRICE
               ADD GO-AMOUNT(WS-LINE-IDX) TO WS-ORDER-TOTAL
           END-IF.

      *    Same lookup MQ-RECEIVER makes: the first contract on the
      *    pair whose window takes in today.
       FIND-CONTRACT-PRICE.
           MOVE 'NO' TO WS-CONTRACT-FOUND.
           IF WS-CONTRACTS-ON = 'YES'
               MOVE 'NO' TO WS-CONTRACT-EOF
               MOVE SO-CUST-ID TO CP-CUST-ID
               MOVE SO-ITEM-CODE(WS-LINE-IDX) TO CP-ITEM-CODE
               MOVE LOW-VALUES TO CP-EFFECTIVE-DATE
               START CONTRACT-FILE KEY IS >= CP-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-CONTRACT-EOF
               END-START
               PERFORM UNTIL WS-CONTRACT-EOF = 'YES'
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-CONTRACT-EOF
                       NOT AT END
                           IF CP-CUST-ID NOT = SO-CUST-ID
                               OR CP-ITEM-CODE NOT =
                                   SO-ITEM-CODE(WS-LINE-IDX)
                               OR CP-EFFECTIVE-DATE > WS-TODAY-DATE
                               MOVE 'YES' TO WS-CONTRACT-EOF
                           ELSE
                               IF CP-EXPIRY-DATE >= WS-TODAY-DATE
                                   MOVE 'YES' TO WS-CONTRACT-FOUND
                                   MOVE 'YES' TO WS-CONTRACT-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The schedule is stepped on only once its order is safely
      *    in ORDERS.DAT - a failed write leaves it due for the next
      *    run.
       WRITE-GENERATED-ORDER.
           PERFORM NEXT-ORDER-ID.
           MOVE WS-ORDER-ID TO GO-ORDER-ID.
           MOVE SO-CUST-ID TO GO-CUST-ID.
           MOVE 'S' TO GO-ORDER-TYPE.
           MOVE SO-ITEM-COUNT TO GO-ITEM-COUNT.
           WRITE ORDER-OUTPUT-RECORD.
           IF WS-ORDERS-STATUS = '00'
               ADD 1 TO WS-ORDERS-GENERATED
               MOVE WS-ORDER-ID TO SO-LAST-ORDER-ID
               MOVE WS-TODAY-DATE TO SO-LAST-GENERATED
               PERFORM STEP-PAST-TODAY
               PERFORM REWRITE-SCHEDULE
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE SO-CUST-ID TO DL-CUST-ID
               MOVE SO-SCHEDULE-NO TO DL-SCHEDULE
               MOVE 'GENERATED' TO DL-OUTCOME
               MOVE WS-ORDER-ID TO DL-ORDER-ID
               MOVE WS-ORDER-TOTAL TO DL-TOTAL
               STRING 'NEXT DUE ' SO-NEXT-DUE
                   DELIMITED BY SIZE INTO DL-DETAIL
               WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           ELSE
               ADD 1 TO WS-SKIPPED-ITEM
               MOVE SPACES TO WS-SKIP-REASON
               STRING 'ORDERS.DAT WRITE FAILED ' WS-ORDERS-STATUS
                   DELIMITED BY SIZE INTO WS-SKIP-REASON
               PERFORM WRITE-SKIPPED-LINE
           END-IF.

       WRITE-SKIPPED-LINE.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SO-CUST-ID TO DL-CUST-ID.
           MOVE SO-SCHEDULE-NO TO DL-SCHEDULE.
           MOVE 'SKIPPED' TO DL-OUTCOME.
           MOVE WS-ORDER-ID TO DL-ORDER-ID.
           MOVE WS-ORDER-TOTAL TO DL-TOTAL.
           MOVE WS-SKIP-REASON TO DL-DETAIL.
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE.

       STEP-PAST-TODAY.
           PERFORM ADVANCE-NEXT-DUE
               UNTIL SO-NEXT-DUE > WS-TODAY-DATE.

       ADVANCE-NEXT-DUE.
           MOVE SO-NEXT-DUE TO WS-DUE-DATE.
           EVALUATE SO-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 7
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       TO WS-DUE-DATE
               WHEN 'F'
                   COMPUTE WS-DUE-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DUE-DATE) + 14
                   MOVE FUNCTION DATE-OF-INTEGER(WS-DUE-INT)
                       TO WS-DUE-DATE
               WHEN OTHER
                   IF WS-DUE-MONTH = 12
                       MOVE 1 TO WS-DUE-MONTH
                       ADD 1 TO WS-DUE-YEAR
                   ELSE
                       ADD 1 TO WS-DUE-MONTH
                   END-IF
                   MOVE WS-DIM(WS-DUE-MONTH) TO WS-MONTH-DAYS
                   IF WS-DUE-MONTH = 2
                       AND FUNCTION MOD(WS-DUE-YEAR, 4) = 0
                       AND (FUNCTION MOD(WS-DUE-YEAR, 100) NOT = 0
                           OR FUNCTION MOD(WS-DUE-YEAR, 400) = 0)
                       MOVE 29 TO WS-MONTH-DAYS
                   END-IF
                   IF SO-DAY-OF-MONTH > WS-MONTH-DAYS
                       MOVE WS-MONTH-DAYS TO WS-DUE-DAY
                   ELSE
                       MOVE SO-DAY-OF-MONTH TO WS-DUE-DAY
                   END-IF
           END-EVALUATE.
           MOVE WS-DUE-DATE TO SO-NEXT-DUE.

       REWRITE-SCHEDULE.
           REWRITE STANDING-ORDER-RECORD.
           IF WS-STANDING-STATUS NOT = '00'
               DISPLAY 'ERROR: STANDORD.KSDS REWRITE FAILED STATUS='
                   WS-STANDING-STATUS ' CUST=' SO-CUST-ID
               MOVE 'STANDGEN' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E110' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'STANDORD.KSDS REWRITE FAILED CUST=' SO-CUST-ID
                   ' SCHED=' SO-SCHEDULE-NO
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    'SO' and a six-digit sequence kept in STOSEQ.DAT, the way
      *    BALANCE-ADJUST numbers its 'AJ' adjustments - written
      *    back after every order, so a run that dies part-way
      *    never hands out an ID already sitting in ORDERS.DAT.
       READ-ORDER-SEQUENCE.
           MOVE 0 TO WS-ORDER-SEQ.
           OPEN INPUT ORDER-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ ORDER-SEQ-FILE
                   NOT AT END
                       IF ORDER-SEQ-RECORD IS NUMERIC
                           MOVE ORDER-SEQ-RECORD TO WS-ORDER-SEQ
                       END-IF
               END-READ
               CLOSE ORDER-SEQ-FILE
           END-IF.

       NEXT-ORDER-ID.
           IF WS-ORDER-SEQ >= 999999
               MOVE 0 TO WS-ORDER-SEQ
           END-IF.
           ADD 1 TO WS-ORDER-SEQ.
           OPEN OUTPUT ORDER-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-ORDER-SEQ TO ORDER-SEQ-RECORD
               WRITE ORDER-SEQ-RECORD
               CLOSE ORDER-SEQ-FILE
           ELSE
               DISPLAY 'WARNING: UNABLE TO WRITE STOSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - SEQUENCE NOT PERSISTED'
           END-IF.
           MOVE SPACES TO WS-ORDER-ID.
           STRING 'SO' WS-ORDER-SEQ
               DELIMITED BY SIZE INTO WS-ORDER-ID.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 'SCHEDULES READ' TO TL-LABEL.
           MOVE WS-SCHEDULES-READ TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ORDERS GENERATED' TO TL-LABEL.
           MOVE WS-ORDERS-GENERATED TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - CUSTOMER NOT ACTIVE' TO TL-LABEL.
           MOVE WS-SKIPPED-CUSTOMER TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'SKIPPED - ITEM OR WRITE ERROR' TO TL-LABEL.
           MOVE WS-SKIPPED-ITEM TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'NOT YET DUE' TO TL-LABEL.
           MOVE WS-NOT-YET-DUE TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
           MOVE 'ENDED' TO TL-LABEL.
           MOVE WS-SCHEDULES-ENDED TO TL-COUNT.
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE.
