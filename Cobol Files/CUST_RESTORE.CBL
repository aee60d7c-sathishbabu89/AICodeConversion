           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    A merged duplicate's ledger lines, held orders and open
      *    items are moved back the way CUSTOMER-MERGE moved them
      *    over, through the same work copies.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-WORK-FILE ASSIGN TO 'ORDLEDG.MRG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-WORK-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT HELD-WORK-FILE ASSIGN TO 'HELDORD.MRG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-WORK-STATUS.
      *    Closed accounting periods - a merged line dated inside
      *    one stays where it is.
           SELECT PERIOD-FILE ASSIGN TO 'PERIOD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD LEDGER-WORK-FILE.
       01 LEDGER-WORK-RECORD PIC X(162).

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD HELD-WORK-FILE.
       01 HELD-WORK-RECORD PIC X(320).

       FD PERIOD-FILE.
       COPY "PERIOD.cpy".

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ENTRIES-READ   PIC 9(7) VALUE 0.
       01 WS-ENTRIES-MATCHED PIC 9(7) VALUE 0.

       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-LEDGER-WORK-STATUS PIC XX.
       01 WS-HELD-STATUS        PIC XX.
       01 WS-HELD-WORK-STATUS   PIC XX.
       01 WS-OPEN-ITEM-STATUS   PIC XX.
       01 WS-PERIOD-STATUS      PIC XX.

      *    A CUSTOMER-MERGE of the customer into a survivor, found
      *    in the journal after the as-of moment and not since
      *    unwound. The amount moved is the survivor's MERGE entry
      *    after-balance less its before-balance.
       01 WS-IMAGE-APPLIED    PIC X(3) VALUE 'NO'.
       01 WS-MERGE-FOUND      PIC X(3) VALUE 'NO'.
       01 WS-MERGE-SURVIVOR   PIC X(10) VALUE SPACES.
       01 WS-MERGE-TIMESTAMP  PIC X(26) VALUE SPACES.
       01 WS-MERGE-AMOUNT     PIC S9(9)V99 COMP-3 VALUE 0.
       01 WS-UNWIND-REPLY     PIC X(1).
       01 WS-UNWIND-TIMESTAMP PIC X(26).
       01 WS-AMOUNT-EDIT      PIC -(9)9.99.
       01 WS-UNWIND-FILES-OK  PIC X(3) VALUE 'YES'.
      *    The ledger and held-order files are rebuilt whole, so
      *    intraday posting is held off them (POSTLOCK.cpy) while
      *    the lines go back.
       01 WS-POSTING-LOCKED   PIC X(3) VALUE 'NO'.
       01 WS-RESP             PIC S9(8) COMP.
       01 WS-RESP-DISPLAY     PIC -(8)9.
       COPY "POSTLOCK.cpy".
       01 WS-RESTORED-STATUS  PIC X(10).
       01 WS-SQL-TARGET-ID    PIC X(10).
       01 WS-SQL-SURV-ID      PIC X(10).
       01 WS-BEFORE-IMAGE     PIC X(200).
       01 WS-LINE-MATCHED     PIC X(3) VALUE 'NO'.

      *    What the merge moved, read back off its MRGLEDG, MRGHELD
      *    and MRGITEM entries: each ledger line as it was left
      *    under the survivor, each held order by order ID and held
      *    time (bytes 1-8 and 31-56 of the HELDORD.cpy layout the
      *    entry carries), each open item by order ID.
       01 WS-LEDGER-COUNT     PIC 9(4) VALUE 0.
       01 WS-LEDGER-IDX       PIC 9(4) VALUE 0.
       01 WS-LEDGER-TABLE.
           05 WS-LEDGER-IMAGE OCCURS 1000 TIMES PIC X(162).
       01 WS-HELD-COUNT       PIC 9(3) VALUE 0.
       01 WS-HELD-IDX         PIC 9(3) VALUE 0.
       01 WS-HELD-TABLE.
           05 WS-HK-ENTRY OCCURS 500 TIMES.
               10 WS-HK-ORDER-ID  PIC X(8).
               10 WS-HK-HELD-AT   PIC X(26).
       01 WS-ITEM-COUNT       PIC 9(3) VALUE 0.
       01 WS-ITEM-IDX         PIC 9(3) VALUE 0.
       01 WS-ITEM-TABLE.
           05 WS-ITEM-KEY OCCURS 500 TIMES PIC X(8).

      *    The months PERIOD.DAT has closed. A merged ledger line
      *    dated in one of them is left on the survivor and counted,
      *    and while any is left the balance stays there with it.
       01 WS-CLOSED-COUNT     PIC 9(3) VALUE 0.
       01 WS-CLOSED-IDX       PIC 9(3) VALUE 0.
       01 WS-CLOSED-TABLE.
           05 WS-CLOSED-PERIOD OCCURS 600 TIMES PIC X(6).
       01 WS-LINE-PERIOD      PIC X(6).
       01 WS-LINE-CLOSED      PIC X(3) VALUE 'NO'.

      *    The customer ID inside a held order's raw message sits
      *    between its first and second '|' - ORDERID|CUSTID|...
       01 WS-BAR-1            PIC 9(3) VALUE 0.
       01 WS-BAR-2            PIC 9(3) VALUE 0.
       01 WS-RAW-PTR          PIC 9(3) VALUE 1.
       01 WS-NEW-RAW          PIC X(200).
      *    The authentication trailer's partner, under whom a
      *    re-pointed message is signed again so it still verifies
      *    when released.
       01 WS-RAW-BODY         PIC X(200).
       01 WS-RAW-TRAILER      PIC X(30).
       01 WS-RAW-PARTNER      PIC X(8).
       01 WS-UNWIND-COUNTERS.
           05 WS-LEDGER-RETURNED PIC 9(7) VALUE 0.
           05 WS-HELD-RETURNED   PIC 9(7) VALUE 0.
           05 WS-ITEMS-RETURNED  PIC 9(7) VALUE 0.
           05 WS-LEDGER-KEPT     PIC 9(7) VALUE 0.

       COPY "JRNLREC.cpy".
       COPY "BUSDATE.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".
       COPY "LGRWRITE.cpy".
       COPY "MSGCHK.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Companion to the CUSTJRNL.DAT change journal: given a
      * customer ID and an as-of timestamp, walks the journal and
      * operator - a restore is a change like any other. When the
      * SYNC push or a fat-fingered update mangles a record, this
      * replaces re-keying it from paper.
      *
      * A duplicate account CUSTOMER-MERGE folded into a survivor
      * after the as-of moment can be unwound in the same run: once
      * its pre-merge image is back, the operator is offered the
      * rest - the ledger lines, held orders and open items the
      * merge moved go back to this customer, and the balance it
      * moved comes back off the survivor, in CUSTOMER.KSDS and in
      * CUSTOMER_TABLE - every piece journaled (UNMERGE on both
      * accounts, UNMRGLEDG, UNMRGHELD and UNMRGITEM for the lines).
      * The unwind rewrites ORDLEDG.DAT and HELDORD.DAT, so it is
      * run while the nightly batch is not.
      *
      * Both change posted money, so neither is done while the
      * business date sits in a closed accounting period - the
      * record is shown, but not applied. A moved ledger line dated
      * in a closed month is not moved back at all: it is reported
      * and left on the survivor, and the balance stays with it
      * until the month is reopened and the restore rerun.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Customer ID to Restore: '.
               STOP RUN
           END-IF.

      *    CUSTOMER-ANONYMISE has replaced the personal data in
      *    every image of a customer past retention - there is no
      *    record left to put back.
           MOVE WS-FOUND-IMAGE TO WS-CUSTOMER-IMAGE.
           IF JCI-NAME = 'ANONYMISED'
               DISPLAY 'CUSTOMER ' WS-TARGET-CUST
                   ' WAS ANONYMISED AFTER ITS RETENTION PERIOD'
               DISPLAY 'PERSONAL DATA NO LONGER HELD - CANNOT RESTORE'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM SHOW-RECONSTRUCTED-RECORD.

           DISPLAY 'Apply This Image to CUSTOMER.KSDS? (Y/N): '.
           ACCEPT WS-APPLY-REPLY.
           IF FUNCTION UPPER-CASE(WS-APPLY-REPLY) = 'Y'
               MOVE 'B' TO BDT-FUNCTION
               CALL 'BUSINESS-DATE-SERVICE'
                   USING WS-BUSINESS-DATE-ENTRY
           END-IF.
           IF FUNCTION UPPER-CASE(WS-APPLY-REPLY) = 'Y'
               AND BDT-PERIOD-CLOSED = 'YES'
               DISPLAY 'POSTING PERIOD ' BDT-POSTING-DATE(1:6)
                   ' IS CLOSED - RECORD NOT APPLIED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION UPPER-CASE(WS-APPLY-REPLY) = 'Y'
               PERFORM APPLY-IMAGE-TO-FILE
               IF WS-MERGE-FOUND = 'YES' AND WS-IMAGE-APPLIED = 'YES'
                   PERFORM OFFER-MERGE-UNWIND
               END-IF
           ELSE
               DISPLAY 'Record Not Applied - Display Only'
           END-IF.
                       ADD 1 TO WS-ENTRIES-READ
                       MOVE JOURNAL-FILE-RECORD TO WS-JOURNAL-ENTRY
                       IF JRN-CUST-ID = WS-TARGET-CUST
                           AND JRN-ACTION NOT = 'MRGLEDG'
                           AND JRN-ACTION NOT = 'MRGHELD'
                           AND JRN-ACTION NOT = 'MRGITEM'
                           AND JRN-ACTION NOT = 'UNMRGLEDG'
                           AND JRN-ACTION NOT = 'UNMRGHELD'
                           AND JRN-ACTION NOT = 'UNMRGITEM'
                           ADD 1 TO WS-ENTRIES-MATCHED
                           IF JRN-TIMESTAMP(1:WS-ASOF-LENGTH)
                               NOT > WS-ASOF-TEXT(1:WS-ASOF-LENGTH)
                               MOVE JRN-TIMESTAMP
                                   TO WS-FOUND-TIMESTAMP
                               MOVE JRN-ACTION TO WS-FOUND-ACTION
                           ELSE
                               PERFORM NOTE-LATER-MERGE
                           END-IF
                       END-IF
                       IF JRN-ACTION = 'MERGE'
                           AND JRN-RELATED-ID = WS-TARGET-CUST
                           AND JRN-TIMESTAMP = WS-MERGE-TIMESTAMP
                           MOVE JRN-BEFORE-IMAGE TO WS-CUSTOMER-IMAGE
                           COMPUTE WS-MERGE-AMOUNT =
                               0 - FUNCTION NUMVAL(JCI-BALANCE)
                           MOVE JRN-AFTER-IMAGE TO WS-CUSTOMER-IMAGE
                           COMPUTE WS-MERGE-AMOUNT = WS-MERGE-AMOUNT
                               + FUNCTION NUMVAL(JCI-BALANCE)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE JOURNAL-FILE.

      *    An entry after the as-of moment that merged this
      *    customer away makes the image being restored a pre-merge
      *    one; a later UNMERGE means that merge was already unwound.
       NOTE-LATER-MERGE.
           IF JRN-ACTION = 'MERGED'
               MOVE 'YES' TO WS-MERGE-FOUND
               MOVE JRN-RELATED-ID TO WS-MERGE-SURVIVOR
               MOVE JRN-TIMESTAMP TO WS-MERGE-TIMESTAMP
               MOVE 0 TO WS-MERGE-AMOUNT
           END-IF.
           IF JRN-ACTION = 'UNMERGE'
               AND JRN-RELATED-ID = WS-MERGE-SURVIVOR
               MOVE 'NO' TO WS-MERGE-FOUND
           END-IF.

       SHOW-RECONSTRUCTED-RECORD.
           MOVE WS-FOUND-IMAGE TO WS-CUSTOMER-IMAGE.
           DISPLAY 'RECORD AS OF ' WS-FOUND-TIMESTAMP
           DISPLAY '  CREDIT LIMIT: ' JCI-CREDIT-LIMIT.
           DISPLAY '  (' WS-ENTRIES-MATCHED ' JOURNAL ENTRIES ON '
               'FILE FOR THIS CUSTOMER)'.
           IF WS-MERGE-FOUND = 'YES'
               DISPLAY '  NOTE: MERGED INTO ' WS-MERGE-SURVIVOR
                   ' AT ' WS-MERGE-TIMESTAMP ' - AFTER THIS IMAGE'
           END-IF.

      *    The edited money fields convert back through NUMVAL, and
      *    the re-apply REWRITEs an existing record or WRITEs one
           END-IF.
           IF WS-CUST-STATUS = '00'
               DISPLAY 'RECORD RESTORED: ' CUST-ID
               MOVE 'YES' TO WS-IMAGE-APPLIED
               PERFORM WRITE-RESTORE-JOURNAL
               PERFORM WRITE-RESTORE-AUDIT
           ELSE
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE 'RESTORE' TO JRN-ACTION.
           MOVE WS-TARGET-CUST TO JRN-CUST-ID.
           MOVE SPACES TO JRN-RELATED-ID.
           MOVE SPACES TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

               DELIMITED BY SIZE INTO AUD-RESULT.
           MOVE SPACES TO AUD-TIMESTAMP.
           CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY.

      *    Offered only once the pre-merge image is back on file. A
      *    declined unwind leaves the history and the balance on the
      *    survivor, said out loud - the restore can be rerun later
      *    to take them back.
       OFFER-MERGE-UNWIND.
           MOVE WS-MERGE-AMOUNT TO WS-AMOUNT-EDIT.
           DISPLAY 'THIS CUSTOMER WAS MERGED INTO ' WS-MERGE-SURVIVOR
               ' AT ' WS-MERGE-TIMESTAMP.
           DISPLAY '  BALANCE MOVED TO THE SURVIVOR: ' WS-AMOUNT-EDIT.
           DISPLAY 'Unwind The Merge - History Back And Balance Off '
               WS-MERGE-SURVIVOR '? (Y/N): '.
           ACCEPT WS-UNWIND-REPLY.
           IF FUNCTION UPPER-CASE(WS-UNWIND-REPLY) = 'Y'
               PERFORM UNWIND-MERGE
           ELSE
               DISPLAY 'Merge Left In Place - History And Balance '
                   'Stay On ' WS-MERGE-SURVIVOR
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    History first, balance last - the same order the merge
      *    used, so a failure part-way leaves the balance where the
      *    history still says it belongs, and a rerun finds the
      *    lines already returned and moves only the rest.
       UNWIND-MERGE.
           MOVE FUNCTION CURRENT-DATE TO WS-UNWIND-TIMESTAMP.
           MOVE WS-FOUND-IMAGE TO WS-CUSTOMER-IMAGE.
           MOVE JCI-STATUS TO WS-RESTORED-STATUS.
           MOVE WS-TARGET-CUST TO WS-SQL-TARGET-ID.
           MOVE WS-MERGE-SURVIVOR TO WS-SQL-SURV-ID.
           MOVE 'YES' TO WS-UNWIND-FILES-OK.
           PERFORM LOAD-MERGE-MOVES.
           PERFORM LOAD-CLOSED-PERIODS.
           PERFORM LOCK-LEDGER-FILES.
           IF WS-UNWIND-FILES-OK = 'YES'
               PERFORM RETURN-LEDGER-LINES
           END-IF.
           IF WS-UNWIND-FILES-OK = 'YES'
               PERFORM RETURN-HELD-ORDERS
           END-IF.
           PERFORM RELEASE-LEDGER-FILES.
           IF WS-LEDGER-KEPT > 0
               DISPLAY 'LEDGER LINES IN CLOSED PERIODS KEPT ON '
                   WS-MERGE-SURVIVOR ': ' WS-LEDGER-KEPT
                   ' - LINES RETURNED ' WS-LEDGER-RETURNED
                   ' HELD ORDERS ' WS-HELD-RETURNED
               DISPLAY 'OPEN ITEMS AND BALANCE LEFT ON '
                   WS-MERGE-SURVIVOR ' - REOPEN THE PERIOD AND '
                   'RERUN THE RESTORE TO FINISH'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-UNWIND-FILES-OK = 'YES' AND WS-LEDGER-KEPT = 0
               PERFORM RETURN-OPEN-ITEMS
               PERFORM RETURN-MERGED-BALANCE
               DISPLAY 'MERGE UNWOUND - LEDGER LINES '
                   WS-LEDGER-RETURNED ' HELD ORDERS '
                   WS-HELD-RETURNED ' OPEN ITEMS '
                   WS-ITEMS-RETURNED
           END-IF.
           IF WS-UNWIND-FILES-OK NOT = 'YES'
               DISPLAY 'ERROR: HISTORY NOT ALL RETURNED - BALANCE '
                   'LEFT ON ' WS-MERGE-SURVIVOR
                   ' - RERUN THE RESTORE TO FINISH'
               MOVE 8 TO RETURN-CODE
           END-IF.

      *    The merge's own line entries say exactly what it moved:
      *    every MRGLEDG, MRGHELD and MRGITEM entry journaled under
      *    this customer with the merge's timestamp.
       LOAD-MERGE-MOVES.
           MOVE 0 TO WS-LEDGER-COUNT.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-ITEM-COUNT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REOPEN CUSTJRNL.DAT STATUS='
                   WS-JOURNAL-STATUS
               MOVE 'NO' TO WS-UNWIND-FILES-OK
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE JOURNAL-FILE-RECORD
                               TO WS-JOURNAL-ENTRY
                           IF JRN-CUST-ID = WS-TARGET-CUST
                               AND JRN-TIMESTAMP = WS-MERGE-TIMESTAMP
                               PERFORM TABLE-ONE-MOVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       TABLE-ONE-MOVE.
           EVALUATE TRUE
               WHEN JRN-ACTION = 'MRGLEDG'
                   IF WS-LEDGER-COUNT < 1000
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE JRN-AFTER-IMAGE(1:LENGTH OF LEDGER-RECORD)
                           TO WS-LEDGER-IMAGE(WS-LEDGER-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 1000 LEDGER LINES '
                           '- THE REST STAY ON ' WS-MERGE-SURVIVOR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN JRN-ACTION = 'MRGHELD'
                   IF WS-HELD-COUNT < 500
                       ADD 1 TO WS-HELD-COUNT
                       MOVE JRN-AFTER-IMAGE(1:8)
                           TO WS-HK-ORDER-ID(WS-HELD-COUNT)
                       MOVE JRN-AFTER-IMAGE(31:26)
                           TO WS-HK-HELD-AT(WS-HELD-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 500 HELD ORDERS '
                           '- THE REST STAY ON ' WS-MERGE-SURVIVOR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN JRN-ACTION = 'MRGITEM'
                   IF WS-ITEM-COUNT < 500
                       ADD 1 TO WS-ITEM-COUNT
                       MOVE JRN-AFTER-IMAGE(1:8)
                           TO WS-ITEM-KEY(WS-ITEM-COUNT)
                   ELSE
                       DISPLAY 'WARNING: MORE THAN 500 OPEN ITEMS '
                           '- THE REST STAY ON ' WS-MERGE-SURVIVOR
                       MOVE 4 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *    No period file, or no line for a month, is open - the
      *    same reading BUSINESS-DATE-SERVICE gives it.
       LOAD-CLOSED-PERIODS.
           MOVE 0 TO WS-CLOSED-COUNT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ PERIOD-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF PRD-STATUS = 'CLOSED'
                               AND WS-CLOSED-COUNT < 600
                               ADD 1 TO WS-CLOSED-COUNT
                               MOVE PRD-PERIOD
                                 TO WS-CLOSED-PERIOD(WS-CLOSED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

      *    Waits out an intraday task's one order.
       LOCK-LEDGER-FILES.
           EXEC CICS ENQ
               RESOURCE(WS-POSTING-LOCK-NAME)
               LENGTH(27)
               TASK
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'YES' TO WS-POSTING-LOCKED
           ELSE
               MOVE WS-RESP TO WS-RESP-DISPLAY
               DISPLAY 'ERROR: UNABLE TO HOLD INTRADAY POSTING RESP='
                   WS-RESP-DISPLAY
               MOVE 'NO' TO WS-UNWIND-FILES-OK
           END-IF.

       RELEASE-LEDGER-FILES.
           IF WS-POSTING-LOCKED = 'YES'
               EXEC CICS DEQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               MOVE 'NO' TO WS-POSTING-LOCKED
           END-IF.

      *    A line goes back only if it still reads exactly as the
      *    merge left it - a line already returned by an earlier
      *    run no longer matches and is passed over - and only if
      *    its month is still open.
       RETURN-LEDGER-LINES.
           IF WS-LEDGER-COUNT > 0
               OPEN INPUT ORDER-LEDGER-FILE
               OPEN OUTPUT LEDGER-WORK-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   OR WS-LEDGER-WORK-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                       WS-LEDGER-STATUS ' WORK STATUS='
                       WS-LEDGER-WORK-STATUS
                   MOVE 'NO' TO WS-UNWIND-FILES-OK
                   CLOSE ORDER-LEDGER-FILE
                   CLOSE LEDGER-WORK-FILE
               ELSE
                   MOVE 'NO' TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ ORDER-LEDGER-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END
                               PERFORM RETURN-ONE-LEDGER-LINE
                       END-READ
                   END-PERFORM
                   CLOSE ORDER-LEDGER-FILE
                   CLOSE LEDGER-WORK-FILE
                   PERFORM COPY-LEDGER-BACK
               END-IF
           END-IF.

       RETURN-ONE-LEDGER-LINE.
           MOVE 'NO' TO WS-LINE-MATCHED.
           PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                   OR WS-LINE-MATCHED = 'YES'
               IF LEDGER-RECORD = WS-LEDGER-IMAGE(WS-LEDGER-IDX)
                   MOVE 'YES' TO WS-LINE-MATCHED
               END-IF
           END-PERFORM.
           IF WS-LINE-MATCHED = 'YES'
               PERFORM CHECK-LINE-PERIOD
               IF WS-LINE-CLOSED = 'YES'
                   MOVE 'NO' TO WS-LINE-MATCHED
                   ADD 1 TO WS-LEDGER-KEPT
                   DISPLAY 'PERIOD ' WS-LINE-PERIOD ' CLOSED - ORDER '
                       LGR-ORDER-ID ' LINE ' LGR-TIMESTAMP
                       ' LEFT ON ' WS-MERGE-SURVIVOR
               END-IF
           END-IF.
           IF WS-LINE-MATCHED = 'YES'
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE LEDGER-RECORD TO JRN-BEFORE-IMAGE
               MOVE 'M' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               MOVE WS-TARGET-CUST TO LWR-NEW-CUST-ID
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
               MOVE WS-TARGET-CUST TO LGR-CUST-ID
               MOVE LEDGER-RECORD TO JRN-AFTER-IMAGE
               MOVE 'UNMRGLEDG' TO JRN-ACTION
               PERFORM WRITE-UNWIND-LINE-JOURNAL
               ADD 1 TO WS-LEDGER-RETURNED
           END-IF.
           MOVE LEDGER-RECORD TO LEDGER-WORK-RECORD.
           WRITE LEDGER-WORK-RECORD.

      *    Lines written before the business date was kept have no
      *    posting date - their timestamp's date stands in for it.
       CHECK-LINE-PERIOD.
           IF LGR-POSTING-DATE = SPACES
               MOVE LGR-TIMESTAMP(1:6) TO WS-LINE-PERIOD
           ELSE
               MOVE LGR-POSTING-DATE(1:6) TO WS-LINE-PERIOD
           END-IF.
           MOVE 'NO' TO WS-LINE-CLOSED.
           PERFORM VARYING WS-CLOSED-IDX FROM 1 BY 1
                   UNTIL WS-CLOSED-IDX > WS-CLOSED-COUNT
                   OR WS-LINE-CLOSED = 'YES'
               IF WS-CLOSED-PERIOD(WS-CLOSED-IDX) = WS-LINE-PERIOD
                   MOVE 'YES' TO WS-LINE-CLOSED
               END-IF
           END-PERFORM.

       COPY-LEDGER-BACK.
           OPEN INPUT LEDGER-WORK-FILE.
           OPEN OUTPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               OR WS-LEDGER-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR: ORDLEDG.MRG NOT COPIED BACK TO '
                   'ORDLEDG.DAT - STATUS=' WS-LEDGER-STATUS
                   ' WORK STATUS=' WS-LEDGER-WORK-STATUS
               MOVE 'NO' TO WS-UNWIND-FILES-OK
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ LEDGER-WORK-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE LEDGER-WORK-RECORD TO LEDGER-RECORD
                           WRITE LEDGER-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE LEDGER-WORK-FILE.
           CLOSE ORDER-LEDGER-FILE.

      *    A held order goes back only while it is still held under
      *    the survivor - one released or refused since the merge
      *    has left the file and is nothing to return.
       RETURN-HELD-ORDERS.
           IF WS-HELD-COUNT > 0
               OPEN INPUT HELD-ORDER-FILE
               OPEN OUTPUT HELD-WORK-FILE
               IF WS-HELD-STATUS NOT = '00'
                   OR WS-HELD-WORK-STATUS NOT = '00'
                   DISPLAY 'ERROR: UNABLE TO OPEN HELDORD.DAT STATUS='
                       WS-HELD-STATUS ' WORK STATUS='
                       WS-HELD-WORK-STATUS
                   MOVE 'NO' TO WS-UNWIND-FILES-OK
                   CLOSE HELD-ORDER-FILE
                   CLOSE HELD-WORK-FILE
               ELSE
                   MOVE 'NO' TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ HELD-ORDER-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END
                               PERFORM RETURN-ONE-HELD-ORDER
                       END-READ
                   END-PERFORM
                   CLOSE HELD-ORDER-FILE
                   CLOSE HELD-WORK-FILE
                   PERFORM COPY-HELD-BACK
               END-IF
           END-IF.

       RETURN-ONE-HELD-ORDER.
           MOVE 'NO' TO WS-LINE-MATCHED.
           IF HLD-CUST-ID = WS-MERGE-SURVIVOR
               PERFORM VARYING WS-HELD-IDX FROM 1 BY 1
                       UNTIL WS-HELD-IDX > WS-HELD-COUNT
                       OR WS-LINE-MATCHED = 'YES'
                   IF HLD-ORDER-ID = WS-HK-ORDER-ID(WS-HELD-IDX)
                       AND HLD-HELD-TIMESTAMP
                           = WS-HK-HELD-AT(WS-HELD-IDX)
                       MOVE 'YES' TO WS-LINE-MATCHED
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-LINE-MATCHED = 'YES'
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE HELD-ORDER-RECORD(1:200) TO JRN-BEFORE-IMAGE
               MOVE WS-TARGET-CUST TO HLD-CUST-ID
               PERFORM REPOINT-RAW-MESSAGE
               PERFORM RESIGN-RAW-MESSAGE
               MOVE HELD-ORDER-RECORD(1:200) TO JRN-AFTER-IMAGE
               MOVE 'UNMRGHELD' TO JRN-ACTION
               PERFORM WRITE-UNWIND-LINE-JOURNAL
               ADD 1 TO WS-HELD-RETURNED
           END-IF.
           MOVE HELD-ORDER-RECORD TO HELD-WORK-RECORD.
           WRITE HELD-WORK-RECORD.

      *    Same re-pointing CUSTOMER-MERGE does, in reverse - a
      *    message with no second '|' is left as it is.
       REPOINT-RAW-MESSAGE.
           MOVE 0 TO WS-BAR-1.
           MOVE 0 TO WS-BAR-2.
           INSPECT HLD-RAW-MESSAGE TALLYING WS-BAR-1
               FOR CHARACTERS BEFORE INITIAL '|'.
           IF WS-BAR-1 < 198
               INSPECT HLD-RAW-MESSAGE(WS-BAR-1 + 2:)
                   TALLYING WS-BAR-2
                   FOR CHARACTERS BEFORE INITIAL '|'
               IF WS-BAR-1 + WS-BAR-2 + 2 <= 200
                   MOVE SPACES TO WS-NEW-RAW
                   MOVE 1 TO WS-RAW-PTR
                   STRING HLD-RAW-MESSAGE(1:WS-BAR-1 + 1)
                           DELIMITED BY SIZE
                       HLD-CUST-ID DELIMITED BY SPACE
                       HLD-RAW-MESSAGE(WS-BAR-1 + WS-BAR-2 + 2:)
                           DELIMITED BY SIZE
                       INTO WS-NEW-RAW
                       WITH POINTER WS-RAW-PTR
                   END-STRING
                   MOVE WS-NEW-RAW TO HLD-RAW-MESSAGE
               END-IF
           END-IF.

      *    A message that came in signed by a trading partner no
      *    longer matches its check value once its customer moves,
      *    so it is signed afresh for the same partner. One whose
      *    partner can no longer sign is left as it was.
       RESIGN-RAW-MESSAGE.
           MOVE SPACES TO WS-RAW-BODY.
           MOVE SPACES TO WS-RAW-TRAILER.
           MOVE SPACES TO WS-RAW-PARTNER.
           UNSTRING HLD-RAW-MESSAGE DELIMITED BY '|@'
               INTO WS-RAW-BODY WS-RAW-TRAILER
           END-UNSTRING.
           UNSTRING WS-RAW-TRAILER DELIMITED BY '@' OR SPACE
               INTO WS-RAW-PARTNER
           END-UNSTRING.
           IF WS-RAW-PARTNER NOT = SPACES
               MOVE 'S' TO MCK-FUNCTION
               MOVE WS-RAW-PARTNER TO MCK-PARTNER-ID
               MOVE WS-RAW-BODY TO MCK-BODY
               CALL 'MESSAGE-CHECK-VALUE'
                   USING WS-MESSAGE-CHECK-ENTRY
               IF MCK-RETURN-CODE = '00'
                   MOVE MCK-SIGNED-MESSAGE TO HLD-RAW-MESSAGE
               END-IF
           END-IF.

       COPY-HELD-BACK.
           OPEN INPUT HELD-WORK-FILE.
           OPEN OUTPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS NOT = '00'
               OR WS-HELD-WORK-STATUS NOT = '00'
               DISPLAY 'ERROR: HELDORD.MRG NOT COPIED BACK TO '
                   'HELDORD.DAT - STATUS=' WS-HELD-STATUS
                   ' WORK STATUS=' WS-HELD-WORK-STATUS
               MOVE 'NO' TO WS-UNWIND-FILES-OK
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-WORK-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE HELD-WORK-RECORD TO HELD-ORDER-RECORD
                           WRITE HELD-ORDER-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HELD-WORK-FILE.
           CLOSE HELD-ORDER-FILE.

      *    An open item goes back only while it still belongs to
      *    the survivor. Items are not what the balance is moved
      *    on, so an unavailable OPENITEM.KSDS is said and passed.
       RETURN-OPEN-ITEMS.
           IF WS-ITEM-COUNT > 0
               OPEN I-O OPEN-ITEM-FILE
               IF WS-OPEN-ITEM-STATUS NOT = '00'
                   DISPLAY 'WARNING: OPENITEM.KSDS NOT AVAILABLE - '
                       'STATUS=' WS-OPEN-ITEM-STATUS
                       ' - OPEN ITEMS STAY ON ' WS-MERGE-SURVIVOR
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM RETURN-ONE-OPEN-ITEM
                       VARYING WS-ITEM-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   CLOSE OPEN-ITEM-FILE
               END-IF
           END-IF.

       RETURN-ONE-OPEN-ITEM.
           MOVE WS-ITEM-KEY(WS-ITEM-IDX) TO OI-ORDER-ID.
           READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID.
           IF WS-OPEN-ITEM-STATUS = '00'
               AND OI-CUST-ID = WS-MERGE-SURVIVOR
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE OPEN-ITEM-RECORD TO JRN-BEFORE-IMAGE
               MOVE WS-TARGET-CUST TO OI-CUST-ID
               REWRITE OPEN-ITEM-RECORD
               IF WS-OPEN-ITEM-STATUS = '00'
                   MOVE OPEN-ITEM-RECORD TO JRN-AFTER-IMAGE
                   MOVE 'UNMRGITEM' TO JRN-ACTION
                   PERFORM WRITE-UNWIND-LINE-JOURNAL
                   ADD 1 TO WS-ITEMS-RETURNED
               ELSE
                   DISPLAY 'WARNING: OPEN ITEM ' OI-ORDER-ID
                       ' NOT RETURNED - STATUS=' WS-OPEN-ITEM-STATUS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

      *    The balance the merge moved comes back off the survivor
      *    and is put back on this customer, in both stores - DB2
      *    is authoritative for balance, so without the table
      *    update the next BALANCE-REFRESH would undo the KSDS one.
      *    The customer's status goes to the table as restored.
       RETURN-MERGED-BALANCE.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS ' - BALANCE LEFT ON '
                   WS-MERGE-SURVIVOR
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-MERGE-SURVIVOR TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   PERFORM BUILD-IMAGE-FROM-RECORD
                   MOVE WS-CUSTOMER-IMAGE TO WS-BEFORE-IMAGE
                   SUBTRACT WS-MERGE-AMOUNT FROM CUST-BALANCE
                   REWRITE CUSTOMER-RECORD
               END-IF
               IF WS-CUST-STATUS = '00'
                   MOVE WS-TARGET-CUST TO JRN-RELATED-ID
                   PERFORM WRITE-UNMERGE-JOURNAL
               ELSE
                   DISPLAY 'ERROR: SURVIVOR ' WS-MERGE-SURVIVOR
                       ' NOT DEBITED - STATUS=' WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE WS-TARGET-CUST TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   PERFORM BUILD-IMAGE-FROM-RECORD
                   MOVE WS-CUSTOMER-IMAGE TO WS-BEFORE-IMAGE
                   MOVE WS-MERGE-AMOUNT TO CUST-BALANCE
                   REWRITE CUSTOMER-RECORD
               END-IF
               IF WS-CUST-STATUS = '00'
                   MOVE WS-MERGE-SURVIVOR TO JRN-RELATED-ID
                   PERFORM WRITE-UNMERGE-JOURNAL
               ELSE
                   DISPLAY 'ERROR: ' WS-TARGET-CUST
                       ' NOT CREDITED - STATUS=' WS-CUST-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
               CLOSE CUSTOMER-FILE
               PERFORM PUSH-UNWIND-TO-TABLE
               PERFORM WRITE-UNMERGE-AUDIT
           END-IF.

       PUSH-UNWIND-TO-TABLE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = BALANCE - :WS-MERGE-AMOUNT
               WHERE ID = :WS-SQL-SURV-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: CUSTOMER_TABLE NOT DEBITED FOR '
                   WS-SQL-SURV-ID ' - SQLCODE=' SQLCODE
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = :WS-MERGE-AMOUNT,
                   STATUS = :WS-RESTORED-STATUS
               WHERE ID = :WS-SQL-TARGET-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: CUSTOMER_TABLE NOT CREDITED FOR '
                   WS-SQL-TARGET-ID ' - SQLCODE=' SQLCODE
           END-IF.

      *    Caller has set JRN-RELATED-ID; the record just rewritten
      *    is the after-image.
       WRITE-UNMERGE-JOURNAL.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           PERFORM BUILD-IMAGE-FROM-RECORD.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'CUSTRST' TO JRN-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE 'UNMERGE' TO JRN-ACTION.
           MOVE CUST-ID TO JRN-CUST-ID.
           MOVE WS-UNWIND-TIMESTAMP TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

      *    Returned-line entry, journaled under this customer with
      *    the survivor it came back from; the caller has set the
      *    action and both images.
       WRITE-UNWIND-LINE-JOURNAL.
           MOVE 'CUSTRST' TO JRN-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO JRN-USER-ID.
           MOVE WS-TARGET-CUST TO JRN-CUST-ID.
           MOVE WS-MERGE-SURVIVOR TO JRN-RELATED-ID.
           MOVE WS-UNWIND-TIMESTAMP TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

       WRITE-UNMERGE-AUDIT.
           MOVE 'CUSTRST' TO AUD-PROGRAM-ID.
           MOVE WS-OPERATOR-ID TO AUD-SOURCE-ID.
           MOVE WS-TARGET-CUST TO AUD-ENTITY-ID.
           MOVE 'UNMERGE' TO AUD-ACTION.
           MOVE SPACES TO AUD-RESULT.
           STRING 'Unmerged From ' WS-MERGE-SURVIVOR
               DELIMITED BY SIZE INTO AUD-RESULT.
           MOVE SPACES TO AUD-TIMESTAMP.
           CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY.
