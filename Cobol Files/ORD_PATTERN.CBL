       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-PATTERN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read front to back - the key puts each customer's lines
      *    together, oldest first, so one pass builds every profile.
      *    Each sale in the window is looked up on the order-ID
      *    index for a reversal and the pass picks up again after
      *    it, hence dynamic access.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT CUSTOMER-PATTERN-FILE ASSIGN TO 'CUSTPATT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PAT-CUST-ID
           FILE STATUS IS WS-PATTERN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       FD CUSTOMER-PATTERN-FILE.
       COPY "CUSTPATT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-PATTERN-STATUS PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.

      *    How far back a customer's ordering is taken as their
      *    pattern - long enough to see a quarter's rhythm, short
      *    enough that a customer who has grown is judged on how
      *    they order now.
       01 WS-WINDOW-DAYS    PIC 9(3) VALUE 90.
       01 WS-RUN-DATE       PIC X(8).
       01 WS-RUN-DATE-INT   PIC 9(7) VALUE 0.
       01 WS-LINE-DATE      PIC X(8).
       01 WS-LINE-DATE-INT  PIC 9(7) VALUE 0.

       01 WS-CURRENT-CUST   PIC X(10) VALUE SPACES.
       01 WS-CUST-SALES     PIC 9(5) VALUE 0.
       01 WS-CUST-TOTAL     PIC 9(11)V99 VALUE 0.
       01 WS-CUST-LARGEST   PIC 9(7)V99 VALUE 0.
       01 WS-CUST-DAYS      PIC 9(3) VALUE 0.
       01 WS-CUST-BUSIEST   PIC 9(3) VALUE 0.
       01 WS-CURRENT-DAY    PIC X(8) VALUE SPACES.
       01 WS-DAY-SALES      PIC 9(3) VALUE 0.

      *    The sale being looked up, and where the pass resumes.
       01 WS-RESUME-KEY     PIC X(38).
       01 WS-SALE-LINE      PIC X(162).
       01 WS-SALE-ORDER-ID  PIC X(8).
       01 WS-SALE-TIME      PIC X(16).
       01 WS-SALE-REVERSED  PIC X(3) VALUE 'NO'.
       01 WS-BROWSE-DONE    PIC X(3) VALUE 'NO'.

       01 WS-COUNTERS.
           05 WS-LINES-READ        PIC 9(9) VALUE 0.
           05 WS-SALES-COUNTED     PIC 9(9) VALUE 0.
           05 WS-SALES-REVERSED    PIC 9(9) VALUE 0.
           05 WS-PROFILES-WRITTEN  PIC 9(7) VALUE 0.
           05 WS-WRITE-FAILURES    PIC 9(7) VALUE 0.

       COPY "ORDLEDG.cpy".
       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".

      * Rebuilds CUSTPATT.KSDS, the ordering pattern MQ-RECEIVER
      * holds each sale against, from the customer's own posted
      * history on the keyed ledger: over the last WS-WINDOW-DAYS
      * business-date days, how many sales posted, what they were
      * worth on average and at most, on how many days, and the
      * most on any one day. Rebuilt whole every night ahead of the
      * drain, so yesterday's orders are part of tonight's pattern
      * and a customer who has gone quiet for the window drops out
      * of the file rather than carrying a stale profile. Held,
      * refused and dead-lettered orders never posted and are not
      * counted - an order held as out of pattern does not become
      * the pattern unless it is released and posts. Nor is a sale
      * REVERSAL-APPLY has since reversed: a bad batch taken back
      * off the ledger must not stay in the pattern and widen it
      * for the rest of the window.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-RUN-DATE)).

           OPEN INPUT LEDGER-KSDS-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-LEDGER-STATUS
               MOVE 'ORDPATT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E166' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CUSTOMER-PATTERN-FILE.
           IF WS-PATTERN-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTPATT.KSDS STATUS='
                   WS-PATTERN-STATUS
               MOVE 'ORDPATT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E167' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTPATT.KSDS STATUS='
                   WS-PATTERN-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE LEDGER-KSDS-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ LEDGER-KSDS-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                       IF LGK-CUST-ID NOT = WS-CURRENT-CUST
                           PERFORM WRITE-CUSTOMER-PATTERN
                           PERFORM START-CUSTOMER-PATTERN
                       END-IF
                       PERFORM COUNT-ONE-LEDGER-LINE
               END-READ
           END-PERFORM.
           PERFORM WRITE-CUSTOMER-PATTERN.

           CLOSE LEDGER-KSDS-FILE.
           CLOSE CUSTOMER-PATTERN-FILE.
           DISPLAY 'ORDER-PATTERN - LEDGER LINES ' WS-LINES-READ
               ' SALES COUNTED ' WS-SALES-COUNTED
               ' REVERSED SALES LEFT OUT ' WS-SALES-REVERSED
               ' PROFILES ' WS-PROFILES-WRITTEN.
           IF WS-WRITE-FAILURES > 0
               DISPLAY 'ORDER-PATTERN - PROFILES NOT WRITTEN '
                   WS-WRITE-FAILURES
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       START-CUSTOMER-PATTERN.
           MOVE LGK-CUST-ID TO WS-CURRENT-CUST.
           MOVE 0 TO WS-CUST-SALES.
           MOVE 0 TO WS-CUST-TOTAL.
           MOVE 0 TO WS-CUST-LARGEST.
           MOVE 0 TO WS-CUST-DAYS.
           MOVE 0 TO WS-CUST-BUSIEST.
           MOVE SPACES TO WS-CURRENT-DAY.
           MOVE 0 TO WS-DAY-SALES.

      *    A line goes by its business date, or its clock date when
      *    it was written before the business date was kept. Lines
      *    for one customer arrive in write order, so one day's
      *    sales are read together and counted off as the date
      *    changes.
       COUNT-ONE-LEDGER-LINE.
           IF LGR-ORDER-TYPE = 'S' AND LGR-OUTCOME = 'POSTED'
               AND LGR-TOTAL-AMOUNT IS NUMERIC
               IF LGR-POSTING-DATE = SPACES
                   MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-DATE
               ELSE
                   MOVE LGR-POSTING-DATE TO WS-LINE-DATE
               END-IF
               IF WS-LINE-DATE IS NUMERIC
                   AND WS-LINE-DATE NOT > WS-RUN-DATE
                   COMPUTE WS-LINE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(WS-LINE-DATE))
                   IF WS-RUN-DATE-INT - WS-LINE-DATE-INT
                       < WS-WINDOW-DAYS
                       PERFORM CHECK-SALE-REVERSED
                       IF WS-SALE-REVERSED = 'YES'
                           ADD 1 TO WS-SALES-REVERSED
                       ELSE
                           PERFORM COUNT-ONE-SALE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COUNT-ONE-SALE.
           ADD 1 TO WS-SALES-COUNTED.
           ADD 1 TO WS-CUST-SALES.
           ADD LGR-TOTAL-AMOUNT TO WS-CUST-TOTAL.
           IF LGR-TOTAL-AMOUNT > WS-CUST-LARGEST
               MOVE LGR-TOTAL-AMOUNT TO WS-CUST-LARGEST
           END-IF.
           IF WS-LINE-DATE NOT = WS-CURRENT-DAY
               MOVE WS-LINE-DATE TO WS-CURRENT-DAY
               MOVE 0 TO WS-DAY-SALES
               ADD 1 TO WS-CUST-DAYS
           END-IF.
           ADD 1 TO WS-DAY-SALES.
           IF WS-DAY-SALES > WS-CUST-BUSIEST
               MOVE WS-DAY-SALES TO WS-CUST-BUSIEST
           END-IF.

      *    A reversal names the line it undoes by order ID and the
      *    line's write time in its reason text, so a corrected
      *    sale reposted under the same order ID still counts. The
      *    order's lines are read off the order-ID index, and the
      *    pass is then started again just past the sale.
       CHECK-SALE-REVERSED.
           MOVE 'NO' TO WS-SALE-REVERSED.
           MOVE 'NO' TO WS-BROWSE-DONE.
           MOVE LGK-KEY TO WS-RESUME-KEY.
           MOVE LEDGER-RECORD TO WS-SALE-LINE.
           MOVE LGR-ORDER-ID TO WS-SALE-ORDER-ID.
           MOVE LGR-TIMESTAMP(1:16) TO WS-SALE-TIME.
           MOVE WS-SALE-ORDER-ID TO LGK-ORDER-ID.
           START LEDGER-KSDS-FILE KEY IS EQUAL TO LGK-ORDER-ID
               INVALID KEY MOVE 'YES' TO WS-BROWSE-DONE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE = 'YES'
               READ LEDGER-KSDS-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-BROWSE-DONE
                   NOT AT END
                       IF LGK-ORDER-ID NOT = WS-SALE-ORDER-ID
                           MOVE 'YES' TO WS-BROWSE-DONE
                       ELSE
                           MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                           IF LGR-OUTCOME = 'ADJUST'
                               AND LGR-REASON-TEXT(1:10)
                                   = 'REVERSED S'
                               AND LGR-REASON-TEXT(12:16)
                                   = WS-SALE-TIME
                               MOVE 'YES' TO WS-SALE-REVERSED
                               MOVE 'YES' TO WS-BROWSE-DONE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-SALE-LINE TO LEDGER-RECORD.
           MOVE WS-RESUME-KEY TO LGK-KEY.
           START LEDGER-KSDS-FILE KEY IS GREATER THAN LGK-KEY
               INVALID KEY MOVE 'YES' TO WS-END-OF-FILE
           END-START.

       WRITE-CUSTOMER-PATTERN.
           IF WS-CURRENT-CUST NOT = SPACES AND WS-CUST-SALES > 0
               MOVE SPACES TO CUSTOMER-PATTERN-RECORD
               MOVE WS-CURRENT-CUST TO PAT-CUST-ID
               MOVE WS-RUN-DATE TO PAT-AS-OF-DATE
               MOVE WS-WINDOW-DAYS TO PAT-WINDOW-DAYS
               MOVE WS-CUST-SALES TO PAT-SALES-COUNT
               COMPUTE PAT-AVERAGE-AMOUNT ROUNDED =
                   WS-CUST-TOTAL / WS-CUST-SALES
               MOVE WS-CUST-LARGEST TO PAT-LARGEST-AMOUNT
               MOVE WS-CUST-DAYS TO PAT-ACTIVE-DAYS
               MOVE WS-CUST-BUSIEST TO PAT-BUSIEST-DAY
               WRITE CUSTOMER-PATTERN-RECORD
               IF WS-PATTERN-STATUS = '00'
                   ADD 1 TO WS-PROFILES-WRITTEN
               ELSE
                   ADD 1 TO WS-WRITE-FAILURES
                   DISPLAY 'ERROR: CUSTPATT.KSDS WRITE FAILED STATUS='
                       WS-PATTERN-STATUS ' CUSTOMER ' WS-CURRENT-CUST
               END-IF
           END-IF.
