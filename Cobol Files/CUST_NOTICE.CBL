       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-NOTICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT RELEASE-FILE ASSIGN TO 'CREDREL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RELEASE-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
      *    The wording of each notice, one line per event type, kept
      *    by the business. An event type with no line here goes out
      *    in the built-in wording below.
           SELECT TEMPLATE-FILE ASSIGN TO 'NTCTMPL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-STATUS.
      *    What was sent to whom - appended, never overwritten, the
      *    same way NOTIFY keeps NOTIFY.LOG.
           SELECT NOTICE-LOG-FILE ASSIGN TO 'CUSTNTC.LOG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-STATUS.
      *    How far previous runs got through each event source, kept
      *    the way AUDIT-MONITOR keeps AUDMON.POS, so a customer
      *    hears about each event once.
           SELECT POSITION-FILE ASSIGN TO 'CUSTNTC.POS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD RELEASE-FILE.
       01 RELEASE-RECORD.
           05 REL-ORDER-ID   PIC X(8).
           05 FILLER         PIC X(1).
           05 REL-APPROVER   PIC X(20).
           05 FILLER         PIC X(1).
           05 REL-TIMESTAMP  PIC X(26).

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       FD TEMPLATE-FILE.
       01 TEMPLATE-RECORD.
           05 NTM-EVENT      PIC X(8).
           05 FILLER         PIC X(1).
           05 NTM-TEXT       PIC X(150).

       FD NOTICE-LOG-FILE.
       01 NOTICE-LOG-RECORD.
           05 NTL-LOGGED-AT  PIC X(26).
           05 FILLER         PIC X(1).
           05 NTL-CUST-ID    PIC X(10).
           05 FILLER         PIC X(1).
           05 NTL-CUST-NAME  PIC X(30).
           05 FILLER         PIC X(1).
           05 NTL-EVENT      PIC X(8).
           05 FILLER         PIC X(1).
           05 NTL-REFERENCE  PIC X(10).
           05 FILLER         PIC X(1).
           05 NTL-OUTCOME    PIC X(8).
           05 FILLER         PIC X(1).
           05 NTL-TEXT       PIC X(150).

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-LEDGER-LINES  PIC 9(9).
           05 FILLER            PIC X(1).
           05 POS-RELEASE-LINES PIC 9(9).
           05 FILLER            PIC X(1).
           05 POS-JOURNAL-LINES PIC 9(9).
           05 FILLER            PIC X(1).
           05 POS-HELD-THROUGH  PIC X(26).

       WORKING-STORAGE SECTION.
       01 WS-HELD-STATUS     PIC XX.
       01 WS-RELEASE-STATUS  PIC XX.
       01 WS-LEDGER-STATUS   PIC XX.
       01 WS-JOURNAL-STATUS  PIC XX.
       01 WS-TEMPLATE-STATUS PIC XX.
       01 WS-LOG-STATUS      PIC XX.
       01 WS-POSITION-STATUS PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-FIRST-RUN       PIC X(3) VALUE 'NO'.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-RESP2           PIC S9(8) COMP.
       01 WS-PUT-OK          PIC X(3) VALUE 'NO'.
       01 WS-RETRY-COUNT     PIC 9(2) VALUE 0.
       01 WS-RETRY-MAX       PIC 9(2) VALUE 3.
       01 WS-RETRY-WAIT      PIC 9(2) VALUE 2.
       01 WS-NOTICE-QNAME    PIC X(20) VALUE 'CUST-NOTICE-QUEUE'.
       01 WS-PUT-MSG         PIC X(200).

      *    Positions as saved by the last run, and as this run
      *    leaves them.
       01 WS-LEDGER-DONE     PIC 9(9) VALUE 0.
       01 WS-RELEASE-DONE    PIC 9(9) VALUE 0.
       01 WS-JOURNAL-DONE    PIC 9(9) VALUE 0.
       01 WS-HELD-THROUGH    PIC X(26) VALUE SPACES.
       01 WS-LINE-NUMBER     PIC 9(9) VALUE 0.
       01 WS-NEW-HELD-THROUGH PIC X(26) VALUE SPACES.

       01 WS-COUNTERS.
           05 WS-NOTICES-SENT    PIC 9(7) VALUE 0.
           05 WS-NOTICES-FAILED  PIC 9(7) VALUE 0.
           05 WS-NOTICES-SKIPPED PIC 9(7) VALUE 0.

      *    The event being announced, filled by whichever pass found
      *    it and consumed by SEND-CUSTOMER-NOTICE.
       01 WS-NTC-CUST-ID     PIC X(10).
       01 WS-NTC-EVENT       PIC X(8).
       01 WS-NTC-ORDER       PIC X(10).
       01 WS-NTC-AMOUNT      PIC 9(7)V99.
       01 WS-NTC-AMOUNT-EDIT PIC Z,ZZZ,ZZ9.99.
       01 WS-NTC-STATUS      PIC X(10).
       01 WS-NTC-LIMIT       PIC X(12).
       01 WS-NTC-REASON      PIC X(40).
       01 WS-NTC-NAME        PIC X(50).
       01 WS-NTC-OUTCOME     PIC X(8).
       01 WS-CUSTOMER-FOUND  PIC X(3) VALUE 'NO'.

      *    Releases read from CREDREL.DAT this run, held until the
      *    ledger pass has found whose order each one was - the
      *    release stamp carries only the order ID.
       01 WS-RELEASE-COUNT   PIC 9(3) VALUE 0.
       01 WS-RELEASE-IDX     PIC 9(3) VALUE 0.
       01 WS-RELEASE-TABLE.
           05 WS-REL-ENTRY OCCURS 200 TIMES.
               10 WS-REL-ORDER-ID PIC X(8).
               10 WS-REL-CUST-ID  PIC X(10).
               10 WS-REL-AMOUNT   PIC 9(7)V99.

      *    Journal before/after status and limit, compared to decide
      *    whether the change is one the customer is told about.
       01 WS-BEFORE-STATUS   PIC X(10).
       01 WS-BEFORE-LIMIT    PIC X(12).

      *    Built-in wording, used for any event type NTCTMPL.DAT
      *    does not override. <NAME>, <ORDER>, <AMOUNT>, <STATUS>,
      *    <LIMIT> and <REASON> are filled in from the event.
       01 WS-DEFAULT-TEMPLATE-VALUES.
           05 FILLER PIC X(8)  VALUE 'HELD'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, your order <ORDER> for <AMO'.
           05 FILLER PIC X(40) VALUE
               'UNT> is held for review. We will write a'.
           05 FILLER PIC X(40) VALUE
               'gain once it is decided.                '.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'RELEASED'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, your order <ORDER> for <AMO'.
           05 FILLER PIC X(40) VALUE
               'UNT> has been released from credit revie'.
           05 FILLER PIC X(40) VALUE
               'w and will now be processed.            '.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'REFUSED'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, we are unable to accept you'.
           05 FILLER PIC X(40) VALUE
               'r order <ORDER> for <AMOUNT>. Reason: <R'.
           05 FILLER PIC X(40) VALUE
               'EASON>.                                 '.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'BLOCKED'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, your order <ORDER> could no'.
           05 FILLER PIC X(40) VALUE
               't be accepted: <REASON>. Please contact '.
           05 FILLER PIC X(40) VALUE
               'us about your account.                  '.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'STATUS'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, the status of your account '.
           05 FILLER PIC X(40) VALUE
               'has changed to <STATUS>. Please contact '.
           05 FILLER PIC X(40) VALUE
               'us with any questions.                  '.
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(8)  VALUE 'LIMIT'.
           05 FILLER PIC X(40) VALUE
               'Dear <NAME>, the credit limit on your ac'.
           05 FILLER PIC X(40) VALUE
               'count has changed to <LIMIT>.           '.
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(30) VALUE SPACES.
       01 WS-DEFAULT-TEMPLATE-TABLE
               REDEFINES WS-DEFAULT-TEMPLATE-VALUES.
           05 WS-DEFAULT-TEMPLATE OCCURS 6 TIMES.
               10 WS-DFT-EVENT PIC X(8).
               10 WS-DFT-TEXT  PIC X(150).

       01 WS-TEMPLATE-COUNT  PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-IDX    PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-SLOT   PIC 9(2) VALUE 0.
       01 WS-TEMPLATE-TABLE.
           05 WS-TEMPLATE-ENTRY OCCURS 20 TIMES.
               10 WS-TPL-EVENT PIC X(8).
               10 WS-TPL-TEXT  PIC X(150).

      *    The template being filled in, with room past its end so a
      *    placeholder test near the last position stays in bounds.
       01 WS-TEMPLATE-AREA.
           05 WS-TEMPLATE-TEXT PIC X(150).
           05 FILLER           PIC X(10) VALUE SPACES.
       01 WS-SCAN-IDX        PIC 9(3) VALUE 0.
       01 WS-OUT-PTR         PIC 9(3) VALUE 0.
       01 WS-NOTICE-TEXT     PIC X(150).

       COPY "JRNLREC.cpy".
       COPY "ERRLOG.cpy".

       01 WS-GETCUST-COMMAREA.
       COPY "GETCUST.cpy".

       01 WS-MQPUT-COMMAREA.
       COPY "MQPUTCA.cpy".

      * Tells customers, not just the sending system, when
      * something happens to their orders or their account: a sale
      * credit-held at the limit (HELDORD.DAT), a held order
      * released (CREDREL.DAT), an order refused in
      * HELD-ORDER-REVIEW or turned away because the account is
      * suspended, closed or on hold (the REFUSED and standing
      * DEADLTR lines in ORDLEDG.DAT), an account status change
      * made in CUSTOMER-STATUS-MAINT or by CREDIT-AUTO-HOLD, and a
      * credit-limit change approved in CREDIT-LIMIT-REVIEW (both
      * from the change journal, CUSTJRNL.DAT). Each event is worded
      * from its event type's template, addressed by customer ID
      * and put on CUST-NOTICE-QUEUE for the mail gateway through
      * MQPUT, with the same retry the other senders use. Every
      * notice, sent or not, gets a line in CUSTNTC.LOG saying who
      * it was for and what it said.
      *
      * The append-only sources are followed by line count and the
      * held-order file, which HELD-ORDER-REVIEW rewrites, by the
      * latest hold time already announced; CUSTNTC.POS keeps both
      * between runs. A first run with no CUSTNTC.POS sends nothing
      * - it only notes where the files stand, so customers are not
      * sent their whole history. A source found shorter than its
      * saved position has been rebuilt; its position is taken
      * afresh rather than announcing old events again. Runs in the
      * nightly chain after JOURNAL-DRAIN has moved the online
      * day's journal entries into CUSTJRNL.DAT. A notice that
      * cannot be put is logged FAILED and makes the return code 4.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM READ-NOTICE-POSITION.
           PERFORM LOAD-NOTICE-TEMPLATES.

           OPEN EXTEND NOTICE-LOG-FILE.
           IF WS-LOG-STATUS NOT = '00'
               AND WS-LOG-STATUS NOT = '05'
               OPEN OUTPUT NOTICE-LOG-FILE
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               AND WS-LOG-STATUS NOT = '05'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTNTC.LOG STATUS='
                   WS-LOG-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SCAN-HELD-ORDERS.
           PERFORM SCAN-CREDIT-RELEASES.
           PERFORM SCAN-ORDER-LEDGER.
           PERFORM SEND-RELEASE-NOTICES.
           PERFORM SCAN-CHANGE-JOURNAL.

           CLOSE NOTICE-LOG-FILE.
           PERFORM WRITE-NOTICE-POSITION.

           IF WS-FIRST-RUN = 'YES'
               DISPLAY 'CUSTOMER-NOTICE - FIRST RUN, POSITIONS '
                   'TAKEN, NO NOTICES SENT'
           END-IF.
           DISPLAY 'CUSTOMER-NOTICE - NOTICES SENT:    '
               WS-NOTICES-SENT.
           DISPLAY 'CUSTOMER-NOTICE - NOTICES FAILED:  '
               WS-NOTICES-FAILED.
           DISPLAY 'CUSTOMER-NOTICE - NOTICES SKIPPED: '
               WS-NOTICES-SKIPPED.
           IF WS-NOTICES-FAILED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       READ-NOTICE-POSITION.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'YES' TO WS-FIRST-RUN
           ELSE
               READ POSITION-FILE
                   AT END MOVE 'YES' TO WS-FIRST-RUN
                   NOT AT END
                       IF POS-LEDGER-LINES IS NUMERIC
                           MOVE POS-LEDGER-LINES TO WS-LEDGER-DONE
                       END-IF
                       IF POS-RELEASE-LINES IS NUMERIC
                           MOVE POS-RELEASE-LINES TO WS-RELEASE-DONE
                       END-IF
                       IF POS-JOURNAL-LINES IS NUMERIC
                           MOVE POS-JOURNAL-LINES TO WS-JOURNAL-DONE
                       END-IF
                       MOVE POS-HELD-THROUGH TO WS-HELD-THROUGH
               END-READ
               CLOSE POSITION-FILE
           END-IF.
           MOVE WS-HELD-THROUGH TO WS-NEW-HELD-THROUGH.

       WRITE-NOTICE-POSITION.
           OPEN OUTPUT POSITION-FILE.
           IF WS-POSITION-STATUS = '00'
               MOVE SPACES TO POSITION-RECORD
               MOVE WS-LEDGER-DONE TO POS-LEDGER-LINES
               MOVE WS-RELEASE-DONE TO POS-RELEASE-LINES
               MOVE WS-JOURNAL-DONE TO POS-JOURNAL-LINES
               MOVE WS-NEW-HELD-THROUGH TO POS-HELD-THROUGH
               WRITE POSITION-RECORD
               CLOSE POSITION-FILE
           ELSE
               DISPLAY 'ERROR: UNABLE TO WRITE CUSTNTC.POS STATUS='
                   WS-POSITION-STATUS
           END-IF.

      *    Built-in wording first, then NTCTMPL.DAT on top of it: a
      *    line for a known event type replaces its wording, a line
      *    for a new one is added.
       LOAD-NOTICE-TEMPLATES.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > 6
               MOVE WS-DFT-EVENT(WS-TEMPLATE-IDX)
                   TO WS-TPL-EVENT(WS-TEMPLATE-IDX)
               MOVE WS-DFT-TEXT(WS-TEMPLATE-IDX)
                   TO WS-TPL-TEXT(WS-TEMPLATE-IDX)
           END-PERFORM.
           MOVE 6 TO WS-TEMPLATE-COUNT.
           OPEN INPUT TEMPLATE-FILE.
           IF WS-TEMPLATE-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ TEMPLATE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM APPLY-TEMPLATE-LINE
                   END-READ
               END-PERFORM
               CLOSE TEMPLATE-FILE
           END-IF.

       APPLY-TEMPLATE-LINE.
           IF NTM-EVENT NOT = SPACES AND NTM-TEXT NOT = SPACES
               MOVE NTM-EVENT TO WS-NTC-EVENT
               PERFORM FIND-NOTICE-TEMPLATE
               IF WS-TEMPLATE-SLOT = 0
                   AND WS-TEMPLATE-COUNT < 20
                   ADD 1 TO WS-TEMPLATE-COUNT
                   MOVE WS-TEMPLATE-COUNT TO WS-TEMPLATE-SLOT
                   MOVE NTM-EVENT TO WS-TPL-EVENT(WS-TEMPLATE-SLOT)
               END-IF
               IF WS-TEMPLATE-SLOT > 0
                   MOVE NTM-TEXT TO WS-TPL-TEXT(WS-TEMPLATE-SLOT)
               END-IF
           END-IF.

       FIND-NOTICE-TEMPLATE.
           MOVE 0 TO WS-TEMPLATE-SLOT.
           PERFORM VARYING WS-TEMPLATE-IDX FROM 1 BY 1
                   UNTIL WS-TEMPLATE-IDX > WS-TEMPLATE-COUNT
                   OR WS-TEMPLATE-SLOT > 0
               IF WS-TPL-EVENT(WS-TEMPLATE-IDX) = WS-NTC-EVENT
                   MOVE WS-TEMPLATE-IDX TO WS-TEMPLATE-SLOT
               END-IF
           END-PERFORM.

      *    Every hold later than the latest one already announced.
      *    Orders the reviewer keeps parked are carried forward with
      *    their original hold time, so they are not announced
      *    twice.
       SCAN-HELD-ORDERS.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-ORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF HLD-HELD-TIMESTAMP > WS-HELD-THROUGH
                               PERFORM ANNOUNCE-HELD-ORDER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDER-FILE
           END-IF.

       ANNOUNCE-HELD-ORDER.
           IF HLD-HELD-TIMESTAMP > WS-NEW-HELD-THROUGH
               MOVE HLD-HELD-TIMESTAMP TO WS-NEW-HELD-THROUGH
           END-IF.
           IF WS-FIRST-RUN = 'NO'
               PERFORM CLEAR-NOTICE-EVENT
               MOVE HLD-CUST-ID TO WS-NTC-CUST-ID
               MOVE 'HELD' TO WS-NTC-EVENT
               MOVE HLD-ORDER-ID TO WS-NTC-ORDER
               MOVE HLD-TOTAL-AMOUNT TO WS-NTC-AMOUNT
               PERFORM SEND-CUSTOMER-NOTICE
           END-IF.

      *    New release stamps are only collected here; whose order
      *    each one was comes from the ledger pass that follows.
       SCAN-CREDIT-RELEASES.
           MOVE 0 TO WS-LINE-NUMBER.
           OPEN INPUT RELEASE-FILE.
           IF WS-RELEASE-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RELEASE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-LINE-NUMBER > WS-RELEASE-DONE
                               PERFORM COLLECT-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RELEASE-FILE
           END-IF.
           IF WS-LINE-NUMBER < WS-RELEASE-DONE
               MOVE 'CREDREL.DAT' TO WS-NTC-REASON
               PERFORM LOG-SOURCE-REBUILT
               MOVE WS-LINE-NUMBER TO WS-RELEASE-DONE
           END-IF.

      *    A release the table has no room for is left for the next
      *    run - the position stops at the last one taken.
       COLLECT-RELEASE.
           IF WS-FIRST-RUN = 'YES'
               MOVE WS-LINE-NUMBER TO WS-RELEASE-DONE
           ELSE
               IF WS-RELEASE-COUNT < 200
                   AND WS-RELEASE-DONE = WS-LINE-NUMBER - 1
                   ADD 1 TO WS-RELEASE-COUNT
                   MOVE REL-ORDER-ID
                       TO WS-REL-ORDER-ID(WS-RELEASE-COUNT)
                   MOVE SPACES TO WS-REL-CUST-ID(WS-RELEASE-COUNT)
                   MOVE 0 TO WS-REL-AMOUNT(WS-RELEASE-COUNT)
                   MOVE WS-LINE-NUMBER TO WS-RELEASE-DONE
               END-IF
           END-IF.

      *    The whole ledger is read: any line may be the HELD line
      *    naming a released order's customer, however old. Only
      *    lines past the saved position are announced.
       SCAN-ORDER-LEDGER.
           MOVE 0 TO WS-LINE-NUMBER.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF LGR-OUTCOME = 'HELD'
                               AND WS-RELEASE-COUNT > 0
                               PERFORM MATCH-RELEASED-ORDER
                           END-IF
                           IF WS-LINE-NUMBER > WS-LEDGER-DONE
                               AND WS-FIRST-RUN = 'NO'
                               PERFORM CHECK-LEDGER-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
           END-IF.
           IF WS-LINE-NUMBER < WS-LEDGER-DONE
               MOVE 'ORDLEDG.DAT' TO WS-NTC-REASON
               PERFORM LOG-SOURCE-REBUILT
           END-IF.
           MOVE WS-LINE-NUMBER TO WS-LEDGER-DONE.

       MATCH-RELEASED-ORDER.
           PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
                   UNTIL WS-RELEASE-IDX > WS-RELEASE-COUNT
               IF WS-REL-ORDER-ID(WS-RELEASE-IDX) = LGR-ORDER-ID
                   MOVE LGR-CUST-ID TO WS-REL-CUST-ID(WS-RELEASE-IDX)
                   MOVE LGR-TOTAL-AMOUNT
                       TO WS-REL-AMOUNT(WS-RELEASE-IDX)
               END-IF
           END-PERFORM.

      *    A refusal from HELD-ORDER-REVIEW, or an order MQ-RECEIVER
      *    turned away on the account's standing. Other dead letters
      *    are the sending system's problem and already reach it
      *    through the acknowledgment.
       CHECK-LEDGER-EVENT.
           EVALUATE TRUE
               WHEN LGR-OUTCOME = 'REFUSED'
                   PERFORM CLEAR-NOTICE-EVENT
                   MOVE 'REFUSED' TO WS-NTC-EVENT
                   PERFORM ANNOUNCE-LEDGER-EVENT
               WHEN LGR-OUTCOME = 'DEADLTR'
                   AND (LGR-REASON-TEXT =
                       'Customer on credit hold - overdue debt'
                   OR LGR-REASON-TEXT =
                       'Customer account not in good standing')
                   PERFORM CLEAR-NOTICE-EVENT
                   MOVE 'BLOCKED' TO WS-NTC-EVENT
                   PERFORM ANNOUNCE-LEDGER-EVENT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ANNOUNCE-LEDGER-EVENT.
           MOVE LGR-CUST-ID TO WS-NTC-CUST-ID.
           MOVE LGR-ORDER-ID TO WS-NTC-ORDER.
           MOVE LGR-TOTAL-AMOUNT TO WS-NTC-AMOUNT.
           MOVE LGR-REASON-TEXT TO WS-NTC-REASON.
           PERFORM SEND-CUSTOMER-NOTICE.

       SEND-RELEASE-NOTICES.
           PERFORM VARYING WS-RELEASE-IDX FROM 1 BY 1
                   UNTIL WS-RELEASE-IDX > WS-RELEASE-COUNT
               PERFORM CLEAR-NOTICE-EVENT
               MOVE 'RELEASED' TO WS-NTC-EVENT
               MOVE WS-REL-ORDER-ID(WS-RELEASE-IDX) TO WS-NTC-ORDER
               MOVE WS-REL-CUST-ID(WS-RELEASE-IDX) TO WS-NTC-CUST-ID
               MOVE WS-REL-AMOUNT(WS-RELEASE-IDX) TO WS-NTC-AMOUNT
               IF WS-NTC-CUST-ID = SPACES
                   MOVE 'NO ORDER' TO WS-NTC-OUTCOME
                   MOVE SPACES TO WS-NOTICE-TEXT
                   ADD 1 TO WS-NOTICES-SKIPPED
                   PERFORM WRITE-NOTICE-LOG
               ELSE
                   PERFORM SEND-CUSTOMER-NOTICE
               END-IF
           END-PERFORM.

       SCAN-CHANGE-JOURNAL.
           MOVE 0 TO WS-LINE-NUMBER.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-NUMBER
                           IF WS-LINE-NUMBER > WS-JOURNAL-DONE
                               AND WS-FIRST-RUN = 'NO'
                               MOVE JOURNAL-FILE-RECORD
                                   TO WS-JOURNAL-ENTRY
                               PERFORM CHECK-JOURNAL-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.
           IF WS-LINE-NUMBER < WS-JOURNAL-DONE
               MOVE 'CUSTJRNL.DAT' TO WS-NTC-REASON
               PERFORM LOG-SOURCE-REBUILT
           END-IF.
           MOVE WS-LINE-NUMBER TO WS-JOURNAL-DONE.

      *    Only a change the customer would notice is announced - a
      *    status action that left the status as it was, or a limit
      *    decision that kept the limit, says nothing.
       CHECK-JOURNAL-EVENT.
           MOVE JRN-BEFORE-IMAGE TO WS-CUSTOMER-IMAGE.
           MOVE JCI-STATUS TO WS-BEFORE-STATUS.
           MOVE JCI-CREDIT-LIMIT TO WS-BEFORE-LIMIT.
           MOVE JRN-AFTER-IMAGE TO WS-CUSTOMER-IMAGE.
           EVALUATE TRUE
               WHEN (JRN-PROGRAM-ID = 'CUSTSTS'
                   OR JRN-PROGRAM-ID = 'AUTOHOLD')
                   AND JRN-ACTION = 'STATUS'
                   AND JCI-STATUS NOT = WS-BEFORE-STATUS
                   PERFORM CLEAR-NOTICE-EVENT
                   MOVE JRN-CUST-ID TO WS-NTC-CUST-ID
                   MOVE 'STATUS' TO WS-NTC-EVENT
                   MOVE JCI-STATUS TO WS-NTC-STATUS
                   MOVE JCI-STATUS-REASON TO WS-NTC-REASON
                   PERFORM SEND-CUSTOMER-NOTICE
               WHEN JRN-PROGRAM-ID = 'LIMITREV'
                   AND JCI-CREDIT-LIMIT NOT = WS-BEFORE-LIMIT
                   PERFORM CLEAR-NOTICE-EVENT
                   MOVE JRN-CUST-ID TO WS-NTC-CUST-ID
                   MOVE 'LIMIT' TO WS-NTC-EVENT
                   MOVE FUNCTION TRIM(JCI-CREDIT-LIMIT)
                       TO WS-NTC-LIMIT
                   PERFORM SEND-CUSTOMER-NOTICE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CLEAR-NOTICE-EVENT.
           MOVE SPACES TO WS-NTC-CUST-ID.
           MOVE SPACES TO WS-NTC-EVENT.
           MOVE SPACES TO WS-NTC-ORDER.
           MOVE 0 TO WS-NTC-AMOUNT.
           MOVE SPACES TO WS-NTC-STATUS.
           MOVE SPACES TO WS-NTC-LIMIT.
           MOVE SPACES TO WS-NTC-REASON.
           MOVE SPACES TO WS-NTC-NAME.

      *    The customer's name and current status come from the same
      *    GET-CUSTOMER lookup every other caller uses. A customer
      *    no longer on the master (purged or anonymised since) is
      *    logged and skipped - there is nobody left to write to.
       SEND-CUSTOMER-NOTICE.
           PERFORM LOOKUP-NOTICE-CUSTOMER.
           IF WS-CUSTOMER-FOUND = 'NO'
               MOVE 'NO CUST' TO WS-NTC-OUTCOME
               MOVE SPACES TO WS-NOTICE-TEXT
               ADD 1 TO WS-NOTICES-SKIPPED
           ELSE
               PERFORM BUILD-NOTICE-TEXT
               MOVE SPACES TO WS-PUT-MSG
               STRING FUNCTION TRIM(WS-NTC-CUST-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NTC-EVENT) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NTC-ORDER) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(WS-NOTICE-TEXT) DELIMITED BY SIZE
                   INTO WS-PUT-MSG
               END-STRING
               MOVE WS-NOTICE-QNAME TO MQ-PUT-QUEUE-NAME
               PERFORM PUT-WITH-RETRY
               IF WS-PUT-OK = 'YES'
                   MOVE 'SENT' TO WS-NTC-OUTCOME
                   ADD 1 TO WS-NOTICES-SENT
               ELSE
                   MOVE 'FAILED' TO WS-NTC-OUTCOME
                   ADD 1 TO WS-NOTICES-FAILED
                   MOVE 'CUSTNTC' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E160' TO ERR-CODE
                   MOVE 'WARN' TO ERR-SEVERITY
                   MOVE SPACES TO ERR-MESSAGE
                   STRING 'CUSTOMER NOTICE PUT FAILED - '
                       DELIMITED BY SIZE
                       WS-NTC-EVENT DELIMITED BY SPACE
                       ' ' DELIMITED BY SIZE
                       WS-NTC-CUST-ID DELIMITED BY SIZE
                       INTO ERR-MESSAGE
                   END-STRING
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               END-IF
           END-IF.
           PERFORM WRITE-NOTICE-LOG.

       LOOKUP-NOTICE-CUSTOMER.
           MOVE 'NO' TO WS-CUSTOMER-FOUND.
           MOVE SPACES TO WS-GETCUST-COMMAREA.
           MOVE WS-NTC-CUST-ID TO CA-CUST-ID.
           MOVE 'N' TO CA-BROWSE-MODE.
           EXEC CICS LINK PROGRAM('GET-CUSTOMER')
               COMMAREA(WS-GETCUST-COMMAREA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND CA-RETURN-CODE = '00'
               MOVE 'YES' TO WS-CUSTOMER-FOUND
               MOVE CA-CUST-NAME TO WS-NTC-NAME
               IF WS-NTC-STATUS = SPACES
                   MOVE CA-CUST-STATUS TO WS-NTC-STATUS
               END-IF
           END-IF.

      *    Copies the event type's template across, replacing each
      *    placeholder with the event's value and passing anything
      *    else through as written.
       BUILD-NOTICE-TEXT.
           PERFORM FIND-NOTICE-TEMPLATE.
           MOVE SPACES TO WS-TEMPLATE-TEXT.
           IF WS-TEMPLATE-SLOT > 0
               MOVE WS-TPL-TEXT(WS-TEMPLATE-SLOT) TO WS-TEMPLATE-TEXT
           END-IF.
           MOVE WS-NTC-AMOUNT TO WS-NTC-AMOUNT-EDIT.
           MOVE SPACES TO WS-NOTICE-TEXT.
           MOVE 1 TO WS-OUT-PTR.
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > 150
                   OR WS-OUT-PTR > 150
               EVALUATE TRUE
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:6) = '<NAME>'
                       STRING FUNCTION TRIM(WS-NTC-NAME)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 5 TO WS-SCAN-IDX
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:7) = '<ORDER>'
                       STRING FUNCTION TRIM(WS-NTC-ORDER)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 6 TO WS-SCAN-IDX
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:8) = '<AMOUNT>'
                       STRING FUNCTION TRIM(WS-NTC-AMOUNT-EDIT)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 7 TO WS-SCAN-IDX
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:8) = '<STATUS>'
                       STRING FUNCTION TRIM(WS-NTC-STATUS)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 7 TO WS-SCAN-IDX
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:7) = '<LIMIT>'
                       STRING FUNCTION TRIM(WS-NTC-LIMIT)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 6 TO WS-SCAN-IDX
                   WHEN WS-TEMPLATE-AREA(WS-SCAN-IDX:8) = '<REASON>'
                       STRING FUNCTION TRIM(WS-NTC-REASON)
                           DELIMITED BY SIZE
                           INTO WS-NOTICE-TEXT
                           WITH POINTER WS-OUT-PTR
                       END-STRING
                       ADD 7 TO WS-SCAN-IDX
                   WHEN OTHER
                       MOVE WS-TEMPLATE-AREA(WS-SCAN-IDX:1)
                           TO WS-NOTICE-TEXT(WS-OUT-PTR:1)
                       ADD 1 TO WS-OUT-PTR
               END-EVALUATE
           END-PERFORM.

       WRITE-NOTICE-LOG.
           MOVE SPACES TO NOTICE-LOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO NTL-LOGGED-AT.
           MOVE WS-NTC-CUST-ID TO NTL-CUST-ID.
           MOVE WS-NTC-NAME TO NTL-CUST-NAME.
           MOVE WS-NTC-EVENT TO NTL-EVENT.
           MOVE WS-NTC-ORDER TO NTL-REFERENCE.
           MOVE WS-NTC-OUTCOME TO NTL-OUTCOME.
           MOVE WS-NOTICE-TEXT TO NTL-TEXT.
           WRITE NOTICE-LOG-RECORD.

      *    The file name rides in WS-NTC-REASON for the message.
       LOG-SOURCE-REBUILT.
           DISPLAY 'CUSTOMER-NOTICE - ' WS-NTC-REASON
               ' SHORTER THAN SAVED POSITION - POSITION RESET'.
           MOVE 'CUSTNTC' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E161' TO ERR-CODE.
           MOVE 'WARN' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'NOTICE SOURCE REBUILT - POSITION RESET '
               DELIMITED BY SIZE
               WS-NTC-REASON DELIMITED BY SPACE
               INTO ERR-MESSAGE
           END-STRING.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

       PUT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'NO' TO WS-PUT-OK.
           PERFORM UNTIL WS-PUT-OK = 'YES'
                   OR WS-RETRY-COUNT >= WS-RETRY-MAX
               MOVE WS-PUT-MSG TO MQ-PUT-MESSAGE
               MOVE SPACES TO MQ-PUT-STATUS
               EXEC CICS LINK PROGRAM('MQPUT')
                   COMMAREA(WS-MQPUT-COMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND MQ-PUT-STATUS = '00'
                   MOVE 'YES' TO WS-PUT-OK
               ELSE
                   ADD 1 TO WS-RETRY-COUNT
                   IF WS-RETRY-COUNT < WS-RETRY-MAX
                       EXEC CICS DELAY
                           FOR SECONDS(WS-RETRY-WAIT)
                           END-EXEC
                   END-IF
               END-IF
           END-PERFORM.
