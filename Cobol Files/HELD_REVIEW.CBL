           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
      *    Orders the reviewer keeps parked (or that fail to
      *    resubmit) land here, and are copied back over
      *    HELDORD.DAT in-step once the review ends.
           SELECT RETAINED-FILE ASSIGN TO 'HELDORD.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    The customer's ordering pattern, the one MQ-RECEIVER's
      *    pattern check judged the order against.
           SELECT CUSTOMER-PATTERN-FILE ASSIGN TO 'CUSTPATT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PAT-CUST-ID
           FILE STATUS IS WS-PATTERN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "HELDORD.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(320).

       FD RELEASE-FILE.
       01 RELEASE-RECORD.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD CUSTOMER-PATTERN-FILE.
       COPY "CUSTPATT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HELD-STATUS     PIC XX.
       01 WS-RETAINED-STATUS PIC XX.
       01 WS-BALANCE-EDIT    PIC -(8)9.99.
       01 WS-LIMIT-EDIT      PIC -(8)9.99.
       01 WS-CUSTOMER-SHOWN  PIC X(3) VALUE 'NO'.
       01 WS-PATTERN-STATUS  PIC XX.
       01 WS-PATTERNS-ON     PIC X(3) VALUE 'NO'.
       01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
       01 WS-AVERAGE-EDIT    PIC Z(6)9.99.
       01 WS-LARGEST-EDIT    PIC Z(6)9.99.
       01 WS-COUNT-EDIT      PIC Z(4)9.
       01 WS-DAYS-EDIT       PIC ZZ9.
       01 WS-BUSIEST-EDIT    PIC ZZ9.
       01 WS-TIMES-AVERAGE   PIC 9(5)V9 VALUE 0.
       01 WS-TIMES-EDIT      PIC Z(4)9.9.
      *    HELDORD.DAT is read, worked and copied back whole, so
      *    intraday posting is held off the ledger files
      *    (POSTLOCK.cpy) for the length of the review - an order
      *    held meanwhile would be lost in the copy-back. Orders
      *    arriving wait on the queue and post once it ends.
       01 WS-POSTING-LOCKED  PIC X(3) VALUE 'NO'.
       01 WS-LOCK-TRIES      PIC 9(2) VALUE 0.
       COPY "POSTLOCK.cpy".

       01 WS-COUNTERS.
           05 WS-ENTRIES-READ     PIC 9(7) VALUE 0.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "BUSDATE.cpy".

       01 WS-GETCUST-COMMAREA.
       COPY "GETCUST.cpy".
      * reason, gets its own ledger line, and the sender is told
      * through the usual acknowledgment queue. Every decision is
      * written to the AUDT queue naming the signed-on reviewer.
      * Each order shows why it was held, and beside it the
      * customer's ordering pattern from CUSTPATT.KSDS - how many
      * sales they post, their average and largest, their busiest
      * day - with the held amount as a multiple of the average,
      * so an out-of-pattern hold can be judged at a glance.
      * No review starts while the business day falls in a closed
      * accounting period: a release or a refusal would both date
      * work into posted history, so the orders stay parked. Nor does
      * one start while the nightly chain or a rebuild holds the
      * ledger files; a return before the end gives the lock up
      * with the task.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE 'P' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           IF BDT-PERIOD-CLOSED = 'YES'
               DISPLAY 'POSTING PERIOD ' BDT-POSTING-DATE(1:6)
                   ' IS CLOSED - HELD ORDERS CANNOT BE REVIEWED'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOCK-HELD-ORDERS.
           IF WS-POSTING-LOCKED = 'NO'
               DISPLAY 'HELD ORDERS IN USE BY ORDER POSTING OR THE '
                   'NIGHTLY RUN - TRY THE REVIEW AGAIN LATER'
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS NOT = '00'
               DISPLAY 'NO HELD-ORDER FILE TO REVIEW - STATUS='
               CLOSE HELD-ORDER-FILE
               EXEC CICS RETURN END-EXEC
           END-IF.
      *    No profile file only means no pattern to show.
           OPEN INPUT CUSTOMER-PATTERN-FILE.
           IF WS-PATTERN-STATUS = '00'
               MOVE 'YES' TO WS-PATTERNS-ON
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ HELD-ORDER-FILE

           CLOSE HELD-ORDER-FILE.
           CLOSE RETAINED-FILE.
           IF WS-PATTERNS-ON = 'YES'
               CLOSE CUSTOMER-PATTERN-FILE
           END-IF.
           PERFORM COPY-RETAINED-BACK.
           PERFORM RELEASE-HELD-ORDERS.
           DISPLAY 'HELD ORDERS READ:     ' WS-ENTRIES-READ.
           DISPLAY 'HELD ORDERS RELEASED: ' WS-ENTRIES-RELEASED.
           DISPLAY 'HELD ORDERS REFUSED:  ' WS-ENTRIES-REFUSED.
           IF HLD-SOURCE-QUEUE NOT = SPACES
               DISPLAY '  QUEUE:  ' HLD-SOURCE-QUEUE
           END-IF.
           IF HLD-HOLD-REASON = SPACES
               DISPLAY '  HELD FOR: Credit limit exceeded'
           ELSE
               DISPLAY '  HELD FOR: ' HLD-HOLD-REASON
           END-IF.
           PERFORM SHOW-CUSTOMER-STANDING.
           PERFORM SHOW-ORDER-PATTERN.
           DISPLAY 'Action - R=Release, F=Refuse, K=Keep: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.
                   'RETURN CODE ' CA-RETURN-CODE ')'
           END-IF.

       SHOW-ORDER-PATTERN.
           IF WS-PATTERNS-ON = 'YES'
               MOVE HLD-CUST-ID TO PAT-CUST-ID
               READ CUSTOMER-PATTERN-FILE
               IF WS-PATTERN-STATUS = '00'
                   MOVE PAT-SALES-COUNT TO WS-COUNT-EDIT
                   MOVE PAT-ACTIVE-DAYS TO WS-DAYS-EDIT
                   MOVE PAT-AVERAGE-AMOUNT TO WS-AVERAGE-EDIT
                   MOVE PAT-LARGEST-AMOUNT TO WS-LARGEST-EDIT
                   MOVE PAT-BUSIEST-DAY TO WS-BUSIEST-EDIT
                   DISPLAY '  PATTERN: ' WS-COUNT-EDIT ' SALES ON '
                       WS-DAYS-EDIT ' DAYS IN ' PAT-WINDOW-DAYS
                       ' DAYS TO ' PAT-AS-OF-DATE
                   DISPLAY '    AVERAGE: ' WS-AVERAGE-EDIT
                       '  LARGEST: ' WS-LARGEST-EDIT
                       '  BUSIEST DAY: ' WS-BUSIEST-EDIT
                   IF PAT-AVERAGE-AMOUNT > 0
                       COMPUTE WS-TIMES-AVERAGE ROUNDED =
                           HLD-TOTAL-AMOUNT / PAT-AVERAGE-AMOUNT
                           ON SIZE ERROR
                               MOVE 99999.9 TO WS-TIMES-AVERAGE
                       END-COMPUTE
                       MOVE WS-TIMES-AVERAGE TO WS-TIMES-EDIT
                       MOVE HLD-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
                       DISPLAY '    THIS ORDER: ' WS-AMOUNT-EDIT
                           ' = ' WS-TIMES-EDIT ' TIMES AVERAGE'
                   END-IF
               ELSE
                   DISPLAY '  PATTERN: NO POSTED SALES IN THE '
                       'LOOK-BACK WINDOW'
               END-IF
           ELSE
               DISPLAY '  PATTERN: (NOT AVAILABLE)'
           END-IF.

      *    Stamp the release first, then resubmit - if the put fails
      *    after retries the order stays parked and the stamp is
      *    harmless (the duplicate guard stops any replay once the
           MOVE 0 TO LGR-ITEM-COUNT.
           MOVE HLD-TOTAL-AMOUNT TO LGR-TOTAL-AMOUNT.
           MOVE FUNCTION CURRENT-DATE TO LGR-TIMESTAMP.
           MOVE 'P' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO LGR-POSTING-DATE.
           MOVE 'REFUSED' TO LGR-OUTCOME.
           MOVE DLQ-REASON-TEXT TO LGR-REASON-TEXT.
           WRITE LEDGER-RECORD.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'A' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
           END-IF.
           CLOSE ORDER-LEDGER-FILE.

       RETAIN-HELD-ORDER.
               END-IF
           END-PERFORM.

      *    An intraday task holds the lock for one order at most, so
      *    a busy lock is tried again a few times before giving up;
      *    the nightly chain holds it for hours and is not waited on.
       LOCK-HELD-ORDERS.
           MOVE 0 TO WS-LOCK-TRIES.
           PERFORM UNTIL WS-POSTING-LOCKED = 'YES'
                   OR WS-LOCK-TRIES >= WS-RETRY-MAX
               ADD 1 TO WS-LOCK-TRIES
               EXEC CICS ENQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   NOSUSPEND
                   RESP(WS-RESP)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-POSTING-LOCKED
               ELSE
                   IF WS-LOCK-TRIES < WS-RETRY-MAX
                       EXEC CICS DELAY
                           FOR SECONDS(WS-RETRY-WAIT)
                           END-EXEC
                   END-IF
               END-IF
           END-PERFORM.

       RELEASE-HELD-ORDERS.
           IF WS-POSTING-LOCKED = 'YES'
               EXEC CICS DEQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               MOVE 'NO' TO WS-POSTING-LOCKED
           END-IF.

      *    The orders still parked replace HELDORD.DAT wholesale.
      *    Left alone if the carry-forward can't be read back - the
      *    old file then still holds every order, and one already
      *    released or refused comes up again at the next review,
      *    which the error log says loudly.
       COPY-RETAINED-BACK.
           OPEN INPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REOPEN HELDORD.NEW STATUS='
                   WS-RETAINED-STATUS
               MOVE 'HELDREV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E200' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE 'HELDORD.NEW NOT COPIED BACK TO HELDORD.DAT'
                   TO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               OPEN OUTPUT HELD-ORDER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RETAINED-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RETAINED-RECORD TO HELD-ORDER-RECORD
                           WRITE HELD-ORDER-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETAINED-FILE
               CLOSE HELD-ORDER-FILE
           END-IF.

       CHECK-SESSION.
      *    This transaction is always entered cold at a terminal (no
      *    COMMAREA caller to inherit trust from), so it is gated by
