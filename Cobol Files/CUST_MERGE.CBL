       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-MERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Merges a second operator has approved in
      *    PENDING-ACTION-REVIEW, waiting to be applied. The entries
      *    kept for another night are carried forward through
      *    CUSTMRG.NEW and copied back at the end of the step, so an
      *    applied merge is never applied twice.
           SELECT MERGE-FILE ASSIGN TO 'CUSTMRG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-STATUS.
           SELECT RETAINED-FILE ASSIGN TO 'CUSTMRG.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    The ledger and the held orders are rewritten through a
      *    work copy that is then copied back over the original in
      *    the same step - the carry-forward BACKORDER-RELEASE uses
      *    for BACKORD.NEW, done in-step because the merge runs
      *    unattended.
           SELECT LEDGER-WORK-FILE ASSIGN TO 'ORDLEDG.MRG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-WORK-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT HELD-WORK-FILE ASSIGN TO 'HELDORD.MRG'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-WORK-STATUS.
           SELECT OPEN-ITEM-FILE ASSIGN TO 'OPENITEM.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OI-ORDER-ID
           ALTERNATE RECORD KEY IS OI-CUST-ID WITH DUPLICATES
           FILE STATUS IS WS-OPEN-ITEM-STATUS.
           SELECT MERGE-REPORT ASSIGN TO 'CUSTMRG.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MERGE-FILE.
       COPY "CUSTMRG.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(89).

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

       FD OPEN-ITEM-FILE.
       COPY "OPENITEM.cpy".

       FD MERGE-REPORT.
       01 MERGE-REPORT-RECORD PIC X(141).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "JRNLREC.cpy".
       COPY "LGRWRITE.cpy".
       COPY "MSGCHK.cpy".

       01 WS-MERGE-STATUS       PIC XX.
       01 WS-RETAINED-STATUS    PIC XX.
       01 WS-RECORD-NUMBER      PIC 9(7) VALUE 0.
       01 WS-CUST-STATUS        PIC XX.
       01 WS-LEDGER-STATUS      PIC XX.
       01 WS-LEDGER-WORK-STATUS PIC XX.
       01 WS-HELD-STATUS        PIC XX.
       01 WS-HELD-WORK-STATUS   PIC XX.
       01 WS-OPEN-ITEM-STATUS   PIC XX.
       01 WS-RPT-STATUS         PIC XX.
       01 WS-END-OF-FILE        PIC X(3) VALUE 'NO'.
       01 WS-OPEN-ITEMS-ON      PIC X(3) VALUE 'NO'.
      *    Goes NO when the ledger or held orders could not be put
      *    back in place - the account halves are then left alone
      *    and every merge is kept for the next night, so a balance
      *    never moves without the history that explains it.
       01 WS-FILES-MOVED        PIC X(3) VALUE 'YES'.
      *    The ledger and held-order files are rebuilt whole, so
      *    intraday posting is held off them (POSTLOCK.cpy) from
      *    the first read to the last line copied back - an order
      *    appended in between would be lost in the copy.
       01 WS-POSTING-LOCKED     PIC X(3) VALUE 'NO'.
       01 WS-RESP               PIC S9(8) COMP.
       01 WS-RESP-DISPLAY       PIC -(8)9.
       COPY "POSTLOCK.cpy".
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIMESTAMP      PIC X(26).

      *    The night's approved merges, checked and applied together
      *    so the ledger and held-order files are each passed once
      *    however many merges there are. WS-MT-RESULT stays blank
      *    while the merge is good to apply and carries the reason
      *    once it is not; WS-MT-KEEP says whether the entry goes
      *    back on CUSTMRG.DAT for another night.
       01 WS-MERGE-COUNT        PIC 9(3) VALUE 0.
       01 WS-MERGE-IDX          PIC 9(3) VALUE 0.
       01 WS-CHECK-IDX          PIC 9(3) VALUE 0.
       01 WS-FOUND-IDX          PIC 9(3) VALUE 0.
       01 WS-LOOKUP-ID          PIC X(10).
       01 WS-MERGE-TABLE.
           05 WS-MT-ENTRY OCCURS 100 TIMES.
               10 WS-MT-DUP-ID      PIC X(10).
               10 WS-MT-SURV-ID     PIC X(10).
               10 WS-MT-REQ-BY      PIC X(20).
               10 WS-MT-APPR-BY     PIC X(20).
               10 WS-MT-APPR-AT     PIC X(26).
               10 WS-MT-RESULT      PIC X(30).
               10 WS-MT-KEEP        PIC X(3).
               10 WS-MT-AMOUNT      PIC S9(9)V99 COMP-3.
               10 WS-MT-LEDGER      PIC 9(7).
               10 WS-MT-HELD        PIC 9(7).
               10 WS-MT-ITEMS       PIC 9(7).

      *    Open items are moved by primary key from a list gathered
      *    off the customer key first - rewriting the alternate key
      *    while browsing on it would lose the browse's place.
       01 WS-ITEM-KEY-COUNT     PIC 9(3) VALUE 0.
       01 WS-ITEM-KEY-IDX       PIC 9(3) VALUE 0.
       01 WS-ITEM-BROWSE-DONE   PIC X(3) VALUE 'NO'.
       01 WS-ITEM-FAILED        PIC X(3) VALUE 'NO'.
       01 WS-ITEM-KEY-TABLE.
           05 WS-ITEM-KEY OCCURS 500 TIMES PIC X(8).

      *    The customer ID inside a held order's raw message sits
      *    between its first and second '|' - ORDERID|CUSTID|...
       01 WS-BAR-1              PIC 9(3) VALUE 0.
       01 WS-BAR-2              PIC 9(3) VALUE 0.
       01 WS-RAW-PTR            PIC 9(3) VALUE 1.
       01 WS-NEW-RAW            PIC X(200).
      *    The authentication trailer's partner, under whom a
      *    re-pointed message is signed again so it still verifies
      *    when released.
       01 WS-RAW-BODY           PIC X(200).
       01 WS-RAW-TRAILER        PIC X(30).
       01 WS-RAW-PARTNER        PIC X(8).
       01 WS-BEFORE-IMAGE       PIC X(200).
       01 WS-MOVE-AMOUNT        PIC S9(9)V99 COMP-3.
       01 WS-TBL-BALANCE        PIC S9(9)V99 COMP-3.
       01 WS-SQL-DUP-ID         PIC X(10).
       01 WS-SQL-SURV-ID        PIC X(10).
       01 WS-ARCHIVED-STATUS    PIC X(10) VALUE 'ARCHIVED'.

       01 WS-COUNTERS.
           05 WS-MERGES-READ      PIC 9(7) VALUE 0.
           05 WS-MERGES-APPLIED   PIC 9(7) VALUE 0.
           05 WS-MERGES-REFUSED   PIC 9(7) VALUE 0.
           05 WS-MERGES-KEPT      PIC 9(7) VALUE 0.
           05 WS-MERGES-WAITING   PIC 9(7) VALUE 0.
           05 WS-LEDGER-READ      PIC 9(7) VALUE 0.
           05 WS-LEDGER-MOVED     PIC 9(7) VALUE 0.
           05 WS-HELD-READ        PIC 9(7) VALUE 0.
           05 WS-HELD-MOVED       PIC 9(7) VALUE 0.
           05 WS-ITEMS-MOVED      PIC 9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'CUSTOMER-MERGE - DUPLICATE ACCOUNTS     '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(12) VALUE 'DUPLICATE   '.
           05 FILLER          PIC X(12) VALUE 'SURVIVOR    '.
           05 FILLER          PIC X(15) VALUE 'BALANCE MOVED  '.
           05 FILLER          PIC X(9)  VALUE 'LEDGER   '.
           05 FILLER          PIC X(9)  VALUE 'HELD     '.
           05 FILLER          PIC X(9)  VALUE 'ITEMS    '.
           05 FILLER          PIC X(32) VALUE 'RESULT'.
           05 FILLER          PIC X(34) VALUE 'APPROVED BY'.

       01 WS-DETAIL-LINE.
           05 DL-DUP-ID       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-SURV-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-AMOUNT       PIC -(9)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-LEDGER       PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-HELD         PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-ITEMS        PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-RESULT       PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-APPROVED-BY  PIC X(20).
           05 FILLER          PIC X(14) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(89) VALUE SPACES.

      * Applies the duplicate-account merges approved through
      * two-person control. The same company keyed once at the
      * terminal and once more by CUSTOMER-LOAD ends up with its
      * balance and history split across two IDs; for each approved
      * pair this step moves the duplicate's ledger lines, held
      * orders and open items onto the surviving ID, adds the
      * duplicate's balance to the survivor's in both CUSTOMER.KSDS
      * and CUSTOMER_TABLE, and archives the duplicate - left on
      * file for the usual retention so the purge removes it in its
      * own time. Every move is journaled to CUSTJRNL.DAT through
      * CUSTOMER-JOURNAL, all under one timestamp and each carrying
      * the other account in JRN-RELATED-ID: MERGED on the
      * duplicate, MERGE on the survivor, and MRGLEDG, MRGHELD and
      * MRGITEM for each moved ledger line, held order and open
      * item - which is what CUSTOMER-RESTORE walks to unwind one.
      *
      * The balance moved is the duplicate's CUSTOMER_TABLE balance
      * (DB2 is authoritative for balance and tonight's postings are
      * already in it); the KSDS copy takes the same amount and the
      * BALANCE-REFRESH step that follows evens out anything else.
      * Both accounts are re-checked here - either may have been
      * archived since approval - and an entry that would chain
      * with another merge the same night is kept for the next one.
      * The account halves are applied last, so a rerun after a
      * failure finds the moved lines already gone and the accounts
      * still waiting, and nothing is ever moved twice.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           PERFORM LOAD-APPROVED-MERGES.
           IF WS-MERGE-COUNT = 0
               DISPLAY 'CUSTOMER-MERGE - NO APPROVED MERGES TO APPLY'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'CUSTMRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E118' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT MERGE-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTMRG.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'CUSTMRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E119' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTMRG.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHECK-ONE-MERGE
               VARYING WS-MERGE-IDX FROM 1 BY 1
               UNTIL WS-MERGE-IDX > WS-MERGE-COUNT.

           IF WS-MERGES-REFUSED + WS-MERGES-KEPT < WS-MERGE-COUNT
               PERFORM LOCK-LEDGER-FILES
               IF WS-FILES-MOVED = 'YES'
                   PERFORM MOVE-LEDGER-LINES
               END-IF
               IF WS-FILES-MOVED = 'YES'
                   PERFORM MOVE-HELD-ORDERS
               END-IF
               PERFORM RELEASE-LEDGER-FILES
               IF WS-FILES-MOVED = 'YES'
                   PERFORM MOVE-OPEN-ITEMS
                   PERFORM APPLY-ONE-MERGE
                       VARYING WS-MERGE-IDX FROM 1 BY 1
                       UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               ELSE
                   PERFORM KEEP-ALL-MERGES
               END-IF
           END-IF.

           PERFORM WRITE-MERGE-REPORT.
           PERFORM REWRITE-MERGE-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE MERGE-REPORT.

           DISPLAY 'CUSTOMER-MERGE - READ ' WS-MERGES-READ
               ' APPLIED ' WS-MERGES-APPLIED
               ' REFUSED ' WS-MERGES-REFUSED
               ' KEPT ' WS-MERGES-KEPT
               ' LEFT WAITING ' WS-MERGES-WAITING.
           DISPLAY '  LEDGER LINES MOVED ' WS-LEDGER-MOVED
               ' HELD ORDERS MOVED ' WS-HELD-MOVED
               ' OPEN ITEMS MOVED ' WS-ITEMS-MOVED.
           EVALUATE TRUE
               WHEN WS-FILES-MOVED = 'NO'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-MERGES-REFUSED > 0 OR WS-MERGES-KEPT > 0
                   OR WS-MERGES-WAITING > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
           GOBACK.

      *    No CUSTMRG.DAT at all is the ordinary quiet night - no
      *    merge has been approved since the last run.
       LOAD-APPROVED-MERGES.
           MOVE 0 TO WS-MERGE-COUNT.
           OPEN INPUT MERGE-FILE.
           IF WS-MERGE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ MERGE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-MERGES-READ
                           PERFORM TABLE-ONE-MERGE
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
               CLOSE MERGE-FILE
           END-IF.

       TABLE-ONE-MERGE.
           IF WS-MERGE-COUNT < 100
               ADD 1 TO WS-MERGE-COUNT
               MOVE WS-MERGE-COUNT TO WS-MERGE-IDX
               MOVE MRG-DUPLICATE-ID TO WS-MT-DUP-ID(WS-MERGE-IDX)
               MOVE MRG-SURVIVOR-ID TO WS-MT-SURV-ID(WS-MERGE-IDX)
               MOVE MRG-REQUESTED-BY TO WS-MT-REQ-BY(WS-MERGE-IDX)
               MOVE MRG-APPROVED-BY TO WS-MT-APPR-BY(WS-MERGE-IDX)
               MOVE MRG-APPROVED-AT TO WS-MT-APPR-AT(WS-MERGE-IDX)
               MOVE SPACES TO WS-MT-RESULT(WS-MERGE-IDX)
               MOVE 'NO' TO WS-MT-KEEP(WS-MERGE-IDX)
               MOVE 0 TO WS-MT-AMOUNT(WS-MERGE-IDX)
               MOVE 0 TO WS-MT-LEDGER(WS-MERGE-IDX)
               MOVE 0 TO WS-MT-HELD(WS-MERGE-IDX)
               MOVE 0 TO WS-MT-ITEMS(WS-MERGE-IDX)
           ELSE
               DISPLAY 'MERGE TABLE FULL - ' MRG-DUPLICATE-ID
                   ' INTO ' MRG-SURVIVOR-ID ' LEFT FOR THE NEXT RUN'
               ADD 1 TO WS-MERGES-WAITING
           END-IF.

      *    Both accounts must still be live and distinct, and no
      *    account may take part in two merges the same night - a
      *    chain (A into B, B into C) is applied one link a night,
      *    the later link kept on file rather than refused.
       CHECK-ONE-MERGE.
           EVALUATE TRUE
               WHEN WS-MT-DUP-ID(WS-MERGE-IDX)
                   = WS-MT-SURV-ID(WS-MERGE-IDX)
                   MOVE 'REFUSED - SAME ACCOUNT'
                       TO WS-MT-RESULT(WS-MERGE-IDX)
               WHEN OTHER
                   MOVE WS-MT-DUP-ID(WS-MERGE-IDX) TO CUST-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-STATUS NOT = '00'
                       MOVE 'REFUSED - DUPLICATE NOT ON FILE'
                           TO WS-MT-RESULT(WS-MERGE-IDX)
                   ELSE
                       IF CUST-STATUS = 'ARCHIVED'
                           MOVE 'REFUSED - DUPLICATE ARCHIVED'
                               TO WS-MT-RESULT(WS-MERGE-IDX)
                       END-IF
                   END-IF
                   IF WS-MT-RESULT(WS-MERGE-IDX) = SPACES
                       MOVE WS-MT-SURV-ID(WS-MERGE-IDX) TO CUST-ID
                       READ CUSTOMER-FILE
                       IF WS-CUST-STATUS NOT = '00'
                           OR CUST-STATUS = 'ARCHIVED'
                           MOVE 'REFUSED - SURVIVOR NOT LIVE'
                               TO WS-MT-RESULT(WS-MERGE-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.
           IF WS-MT-RESULT(WS-MERGE-IDX) = SPACES
               PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-CHECK-IDX >= WS-MERGE-IDX
                   IF WS-MT-RESULT(WS-CHECK-IDX) = SPACES
                       AND (WS-MT-DUP-ID(WS-MERGE-IDX)
                               = WS-MT-DUP-ID(WS-CHECK-IDX)
                           OR WS-MT-DUP-ID(WS-MERGE-IDX)
                               = WS-MT-SURV-ID(WS-CHECK-IDX)
                           OR WS-MT-SURV-ID(WS-MERGE-IDX)
                               = WS-MT-DUP-ID(WS-CHECK-IDX))
                       MOVE 'KEPT - CHAINS WITH ANOTHER MERGE'
                           TO WS-MT-RESULT(WS-MERGE-IDX)
                       MOVE 'YES' TO WS-MT-KEEP(WS-MERGE-IDX)
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-MT-RESULT(WS-MERGE-IDX) NOT = SPACES
               IF WS-MT-KEEP(WS-MERGE-IDX) = 'YES'
                   ADD 1 TO WS-MERGES-KEPT
               ELSE
                   ADD 1 TO WS-MERGES-REFUSED
               END-IF
           END-IF.

      *    WS-FOUND-IDX comes back as the merge still to be applied
      *    whose duplicate is WS-LOOKUP-ID, or zero.
       FIND-MERGE-FOR-CUSTOMER.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-MERGE-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-MT-DUP-ID(WS-CHECK-IDX) = WS-LOOKUP-ID
                   AND WS-MT-RESULT(WS-CHECK-IDX) = SPACES
                   MOVE WS-CHECK-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Waits out an intraday task's one order; under the nightly
      *    driver the lock is already the run's own.
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
                   WS-RESP-DISPLAY ' - NO FILES MOVED'
               MOVE 'CUSTMRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E199' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'POSTING LOCK NOT TAKEN RESP=' WS-RESP-DISPLAY
                   ' - MERGES KEPT' DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'NO' TO WS-FILES-MOVED
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

      *    Every ledger line of a duplicate is re-pointed at its
      *    survivor in one pass, then the whole file is copied back.
      *    No ledger yet is nothing to move; a ledger that is there
      *    but cannot be read or put back stops the account halves.
       MOVE-LEDGER-LINES.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS = '35'
               DISPLAY 'NO ORDLEDG.DAT - NO LEDGER LINES TO MOVE'
           ELSE
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'UNABLE TO OPEN ORDLEDG.DAT' TO ERR-MESSAGE
                   PERFORM LOG-LEDGER-FAILURE
               ELSE
                   OPEN OUTPUT LEDGER-WORK-FILE
                   IF WS-LEDGER-WORK-STATUS NOT = '00'
                       MOVE 'UNABLE TO OPEN ORDLEDG.MRG'
                           TO ERR-MESSAGE
                       PERFORM LOG-LEDGER-FAILURE
                       CLOSE ORDER-LEDGER-FILE
                   ELSE
                       PERFORM UNTIL WS-END-OF-FILE = 'YES'
                           READ ORDER-LEDGER-FILE
                               AT END MOVE 'YES' TO WS-END-OF-FILE
                               NOT AT END
                                   ADD 1 TO WS-LEDGER-READ
                                   PERFORM MOVE-ONE-LEDGER-LINE
                           END-READ
                       END-PERFORM
                       MOVE 'NO' TO WS-END-OF-FILE
                       CLOSE ORDER-LEDGER-FILE
                       CLOSE LEDGER-WORK-FILE
                       PERFORM COPY-LEDGER-BACK
                   END-IF
               END-IF
           END-IF.

       MOVE-ONE-LEDGER-LINE.
           MOVE LGR-CUST-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-FOR-CUSTOMER.
           IF WS-FOUND-IDX > 0
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE LEDGER-RECORD TO JRN-BEFORE-IMAGE
      *        The keyed copy carries the customer in its key, so
      *        the line is moved there as well as here.
               MOVE 'M' TO LWR-FUNCTION
               MOVE LEDGER-RECORD TO LWR-LEDGER-LINE
               MOVE WS-MT-SURV-ID(WS-FOUND-IDX) TO LWR-NEW-CUST-ID
               CALL 'LEDGER-WRITER' USING WS-LEDGER-WRITE-ENTRY
               MOVE WS-MT-SURV-ID(WS-FOUND-IDX) TO LGR-CUST-ID
               MOVE LEDGER-RECORD TO JRN-AFTER-IMAGE
               MOVE 'MRGLEDG' TO JRN-ACTION
               PERFORM WRITE-MERGE-JOURNAL
               ADD 1 TO WS-MT-LEDGER(WS-FOUND-IDX)
               ADD 1 TO WS-LEDGER-MOVED
           END-IF.
           MOVE LEDGER-RECORD TO LEDGER-WORK-RECORD.
           WRITE LEDGER-WORK-RECORD.

       COPY-LEDGER-BACK.
           OPEN INPUT LEDGER-WORK-FILE.
           IF WS-LEDGER-WORK-STATUS NOT = '00'
               MOVE 'ORDLEDG.MRG NOT COPIED BACK TO ORDLEDG.DAT'
                   TO ERR-MESSAGE
               PERFORM LOG-LEDGER-FAILURE
           ELSE
               OPEN OUTPUT ORDER-LEDGER-FILE
               IF WS-LEDGER-STATUS NOT = '00'
                   MOVE 'ORDLEDG.MRG NOT COPIED BACK TO ORDLEDG.DAT'
                       TO ERR-MESSAGE
                   PERFORM LOG-LEDGER-FAILURE
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ LEDGER-WORK-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END
                               MOVE LEDGER-WORK-RECORD
                                   TO LEDGER-RECORD
                               WRITE LEDGER-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'NO' TO WS-END-OF-FILE
                   CLOSE ORDER-LEDGER-FILE
               END-IF
               CLOSE LEDGER-WORK-FILE
           END-IF.

       LOG-LEDGER-FAILURE.
           DISPLAY 'ERROR: ' ERR-MESSAGE ' - LEDGER STATUS='
               WS-LEDGER-STATUS ' WORK STATUS='
               WS-LEDGER-WORK-STATUS.
           MOVE 'CUSTMRG' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E120' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
           MOVE 'NO' TO WS-FILES-MOVED.

      *    Held orders go across the same way. The raw message rides
      *    back through the order queue on release and names the
      *    customer itself, so it is re-pointed along with
      *    HLD-CUST-ID - otherwise a released order would post
      *    against the archived duplicate. The journal carries the
      *    first 200 bytes of the held entry: the order, customer,
      *    amount and held time that identify it, and the head of
      *    the message.
       MOVE-HELD-ORDERS.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS = '35'
               DISPLAY 'NO HELDORD.DAT - NO HELD ORDERS TO MOVE'
           ELSE
               IF WS-HELD-STATUS NOT = '00'
                   MOVE 'UNABLE TO OPEN HELDORD.DAT' TO ERR-MESSAGE
                   PERFORM LOG-HELD-FAILURE
               ELSE
                   OPEN OUTPUT HELD-WORK-FILE
                   IF WS-HELD-WORK-STATUS NOT = '00'
                       MOVE 'UNABLE TO OPEN HELDORD.MRG'
                           TO ERR-MESSAGE
                       PERFORM LOG-HELD-FAILURE
                       CLOSE HELD-ORDER-FILE
                   ELSE
                       PERFORM UNTIL WS-END-OF-FILE = 'YES'
                           READ HELD-ORDER-FILE
                               AT END MOVE 'YES' TO WS-END-OF-FILE
                               NOT AT END
                                   ADD 1 TO WS-HELD-READ
                                   PERFORM MOVE-ONE-HELD-ORDER
                           END-READ
                       END-PERFORM
                       MOVE 'NO' TO WS-END-OF-FILE
                       CLOSE HELD-ORDER-FILE
                       CLOSE HELD-WORK-FILE
                       PERFORM COPY-HELD-BACK
                   END-IF
               END-IF
           END-IF.

       MOVE-ONE-HELD-ORDER.
           MOVE HLD-CUST-ID TO WS-LOOKUP-ID.
           PERFORM FIND-MERGE-FOR-CUSTOMER.
           IF WS-FOUND-IDX > 0
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE HELD-ORDER-RECORD(1:200) TO JRN-BEFORE-IMAGE
               MOVE WS-MT-SURV-ID(WS-FOUND-IDX) TO HLD-CUST-ID
               PERFORM REPOINT-RAW-MESSAGE
               PERFORM RESIGN-RAW-MESSAGE
               MOVE HELD-ORDER-RECORD(1:200) TO JRN-AFTER-IMAGE
               MOVE 'MRGHELD' TO JRN-ACTION
               PERFORM WRITE-MERGE-JOURNAL
               ADD 1 TO WS-MT-HELD(WS-FOUND-IDX)
               ADD 1 TO WS-HELD-MOVED
           END-IF.
           MOVE HELD-ORDER-RECORD TO HELD-WORK-RECORD.
           WRITE HELD-WORK-RECORD.

      *    A message with no second '|' has no customer field to
      *    re-point and is left as it arrived.
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
           IF WS-HELD-WORK-STATUS NOT = '00'
               MOVE 'HELDORD.MRG NOT COPIED BACK TO HELDORD.DAT'
                   TO ERR-MESSAGE
               PERFORM LOG-HELD-FAILURE
           ELSE
               OPEN OUTPUT HELD-ORDER-FILE
               IF WS-HELD-STATUS NOT = '00'
                   MOVE 'HELDORD.MRG NOT COPIED BACK TO HELDORD.DAT'
                       TO ERR-MESSAGE
                   PERFORM LOG-HELD-FAILURE
               ELSE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ HELD-WORK-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END
                               MOVE HELD-WORK-RECORD
                                   TO HELD-ORDER-RECORD
                               WRITE HELD-ORDER-RECORD
                       END-READ
                   END-PERFORM
                   MOVE 'NO' TO WS-END-OF-FILE
                   CLOSE HELD-ORDER-FILE
               END-IF
               CLOSE HELD-WORK-FILE
           END-IF.

       LOG-HELD-FAILURE.
           DISPLAY 'ERROR: ' ERR-MESSAGE ' - HELD STATUS='
               WS-HELD-STATUS ' WORK STATUS=' WS-HELD-WORK-STATUS.
           MOVE 'CUSTMRG' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E121' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
           MOVE 'NO' TO WS-FILES-MOVED.

      *    The open items LOCKBOX-APPLY raised against the
      *    duplicate's sales follow them, so aging, statements and
      *    dunning see what is still owed under the survivor. A
      *    shop with no OPENITEM.KSDS yet simply has none to move.
       MOVE-OPEN-ITEMS.
           OPEN I-O OPEN-ITEM-FILE.
           IF WS-OPEN-ITEM-STATUS = '00'
               MOVE 'YES' TO WS-OPEN-ITEMS-ON
               PERFORM MOVE-ITEMS-FOR-MERGE
                   VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               CLOSE OPEN-ITEM-FILE
           ELSE
               DISPLAY 'OPENITEM.KSDS NOT AVAILABLE - STATUS='
                   WS-OPEN-ITEM-STATUS ' - NO OPEN ITEMS MOVED'
           END-IF.

       MOVE-ITEMS-FOR-MERGE.
           IF WS-MT-RESULT(WS-MERGE-IDX) = SPACES
               MOVE 'NO' TO WS-ITEM-FAILED
               PERFORM GATHER-ITEM-KEYS
               PERFORM UNTIL WS-ITEM-KEY-COUNT = 0
                       OR WS-ITEM-FAILED = 'YES'
                   PERFORM MOVE-ONE-OPEN-ITEM
                       VARYING WS-ITEM-KEY-IDX FROM 1 BY 1
                       UNTIL WS-ITEM-KEY-IDX > WS-ITEM-KEY-COUNT
                   PERFORM GATHER-ITEM-KEYS
               END-PERFORM
           END-IF.

       GATHER-ITEM-KEYS.
           MOVE 0 TO WS-ITEM-KEY-COUNT.
           MOVE 'NO' TO WS-ITEM-BROWSE-DONE.
           MOVE WS-MT-DUP-ID(WS-MERGE-IDX) TO OI-CUST-ID.
           START OPEN-ITEM-FILE KEY IS = OI-CUST-ID
               INVALID KEY MOVE 'YES' TO WS-ITEM-BROWSE-DONE
           END-START.
           PERFORM UNTIL WS-ITEM-BROWSE-DONE = 'YES'
               READ OPEN-ITEM-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-ITEM-BROWSE-DONE
                   NOT AT END
                       IF OI-CUST-ID NOT = WS-MT-DUP-ID(WS-MERGE-IDX)
                           OR WS-ITEM-KEY-COUNT = 500
                           MOVE 'YES' TO WS-ITEM-BROWSE-DONE
                       ELSE
                           ADD 1 TO WS-ITEM-KEY-COUNT
                           MOVE OI-ORDER-ID
                               TO WS-ITEM-KEY(WS-ITEM-KEY-COUNT)
                       END-IF
               END-READ
           END-PERFORM.

       MOVE-ONE-OPEN-ITEM.
           MOVE WS-ITEM-KEY(WS-ITEM-KEY-IDX) TO OI-ORDER-ID.
           READ OPEN-ITEM-FILE KEY IS OI-ORDER-ID.
           IF WS-OPEN-ITEM-STATUS = '00'
               MOVE SPACES TO WS-JOURNAL-ENTRY
               MOVE OPEN-ITEM-RECORD TO JRN-BEFORE-IMAGE
               MOVE WS-MT-SURV-ID(WS-MERGE-IDX) TO OI-CUST-ID
               REWRITE OPEN-ITEM-RECORD
               IF WS-OPEN-ITEM-STATUS = '00'
                   MOVE OPEN-ITEM-RECORD TO JRN-AFTER-IMAGE
                   MOVE 'MRGITEM' TO JRN-ACTION
                   MOVE WS-MERGE-IDX TO WS-FOUND-IDX
                   PERFORM WRITE-MERGE-JOURNAL
                   ADD 1 TO WS-MT-ITEMS(WS-MERGE-IDX)
                   ADD 1 TO WS-ITEMS-MOVED
               ELSE
                   DISPLAY 'OPEN ITEM ' OI-ORDER-ID
                       ' NOT MOVED - STATUS=' WS-OPEN-ITEM-STATUS
                   MOVE 'YES' TO WS-ITEM-FAILED
               END-IF
           ELSE
               DISPLAY 'OPEN ITEM ' OI-ORDER-ID
                   ' NOT READ - STATUS=' WS-OPEN-ITEM-STATUS
               MOVE 'YES' TO WS-ITEM-FAILED
           END-IF.

      *    The account halves, once the history has moved: the
      *    duplicate's balance is added to the survivor and the
      *    duplicate archived at zero, in CUSTOMER.KSDS and in
      *    CUSTOMER_TABLE. Each half is journaled with its full
      *    before and after images.
       APPLY-ONE-MERGE.
           IF WS-MT-RESULT(WS-MERGE-IDX) = SPACES
               MOVE WS-MERGE-IDX TO WS-FOUND-IDX
               MOVE WS-MT-DUP-ID(WS-MERGE-IDX) TO WS-SQL-DUP-ID
               MOVE WS-MT-SURV-ID(WS-MERGE-IDX) TO WS-SQL-SURV-ID
               MOVE WS-SQL-DUP-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS NOT = '00'
                   MOVE 'KEPT - DUPLICATE READ FAILED'
                       TO WS-MT-RESULT(WS-MERGE-IDX)
                   PERFORM KEEP-FAILED-MERGE
               ELSE
                   PERFORM ARCHIVE-DUPLICATE
               END-IF
           END-IF.

       ARCHIVE-DUPLICATE.
           MOVE CUST-BALANCE TO WS-MOVE-AMOUNT.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-SQL-DUP-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE WS-TBL-BALANCE TO WS-MOVE-AMOUNT
           END-IF.
           PERFORM BUILD-CUSTOMER-IMAGE.
           MOVE WS-CUSTOMER-IMAGE TO WS-BEFORE-IMAGE.
           MOVE 0 TO CUST-BALANCE.
           MOVE 'ARCHIVED' TO CUST-STATUS.
           MOVE WS-RUN-DATE TO CUST-ARCHIVE-DATE.
           REWRITE CUSTOMER-RECORD.
           IF WS-CUST-STATUS NOT = '00'
               MOVE 'KEPT - DUPLICATE REWRITE FAILED'
                   TO WS-MT-RESULT(WS-MERGE-IDX)
               PERFORM KEEP-FAILED-MERGE
           ELSE
               MOVE 'MERGED' TO JRN-ACTION
               PERFORM WRITE-ACCOUNT-JOURNAL
               PERFORM CREDIT-SURVIVOR
           END-IF.

      *    The duplicate is already archived when the survivor is
      *    taken up, so a survivor that cannot be rewritten is said
      *    loudly and left to the journal - the MERGED entry holds
      *    the balance that still has to be put on it.
       CREDIT-SURVIVOR.
           MOVE WS-SQL-SURV-ID TO CUST-ID.
           READ CUSTOMER-FILE.
           IF WS-CUST-STATUS = '00'
               PERFORM BUILD-CUSTOMER-IMAGE
               MOVE WS-CUSTOMER-IMAGE TO WS-BEFORE-IMAGE
               ADD WS-MOVE-AMOUNT TO CUST-BALANCE
               REWRITE CUSTOMER-RECORD
           END-IF.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: SURVIVOR ' WS-SQL-SURV-ID
                   ' NOT CREDITED - STATUS=' WS-CUST-STATUS
               MOVE 'CUSTMRG' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E122' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'SURVIVOR ' WS-SQL-SURV-ID
                   ' NOT CREDITED FOR MERGE OF ' WS-SQL-DUP-ID
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'SURVIVOR NOT CREDITED - SEE LOG'
                   TO WS-MT-RESULT(WS-MERGE-IDX)
               ADD 1 TO WS-MERGES-REFUSED
           ELSE
               MOVE 'MERGE' TO JRN-ACTION
               PERFORM WRITE-ACCOUNT-JOURNAL
               MOVE WS-MOVE-AMOUNT TO WS-MT-AMOUNT(WS-MERGE-IDX)
               MOVE 'APPLIED' TO WS-MT-RESULT(WS-MERGE-IDX)
               ADD 1 TO WS-MERGES-APPLIED
           END-IF.
           PERFORM PUSH-MERGE-TO-TABLE.

      *    CUSTOMER_TABLE takes the same two changes - the balance
      *    across and the duplicate archived - so neither the
      *    balance refresh nor the reconcile puts the duplicate's
      *    balance back or reports the status as drift. A missing
      *    row is said and left for the reconcile to report.
       PUSH-MERGE-TO-TABLE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = BALANCE + :WS-MOVE-AMOUNT
               WHERE ID = :WS-SQL-SURV-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: CUSTOMER_TABLE NOT CREDITED FOR '
                   WS-SQL-SURV-ID ' - SQLCODE=' SQLCODE
           END-IF.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET BALANCE = 0,
                   STATUS = :WS-ARCHIVED-STATUS
               WHERE ID = :WS-SQL-DUP-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'WARNING: CUSTOMER_TABLE NOT ARCHIVED FOR '
                   WS-SQL-DUP-ID ' - SQLCODE=' SQLCODE
           END-IF.

       KEEP-FAILED-MERGE.
           MOVE 'YES' TO WS-MT-KEEP(WS-MERGE-IDX).
           ADD 1 TO WS-MERGES-KEPT.

      *    The history could not all be put in place, so no account
      *    half is touched tonight; whatever did move is journaled,
      *    and a rerun finds it already moved.
       KEEP-ALL-MERGES.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               IF WS-MT-RESULT(WS-MERGE-IDX) = SPACES
                   MOVE 'KEPT - HISTORY NOT MOVED'
                       TO WS-MT-RESULT(WS-MERGE-IDX)
                   PERFORM KEEP-FAILED-MERGE
               END-IF
           END-PERFORM.

       BUILD-CUSTOMER-IMAGE.
           MOVE SPACES TO WS-CUSTOMER-IMAGE.
           MOVE CUST-ID TO JCI-CUST-ID.
           MOVE CUST-NAME TO JCI-NAME.
           MOVE CUST-ADDRESS TO JCI-ADDRESS.
           MOVE CUST-PHONE TO JCI-PHONE.
           MOVE CUST-BALANCE TO JCI-BALANCE.
           MOVE CUST-REGION TO JCI-REGION.
           MOVE CUST-STATUS TO JCI-STATUS.
           MOVE CUST-STATUS-REASON TO JCI-STATUS-REASON.
           MOVE CUST-BIRTH-DATE TO JCI-BIRTH-DATE.
           MOVE CUST-ARCHIVE-DATE TO JCI-ARCHIVE-DATE.
           MOVE CUST-CREDIT-LIMIT TO JCI-CREDIT-LIMIT.

      *    Account-half entry: the record as it now stands against
      *    the before-image taken ahead of the change, journaled
      *    under the account it belongs to with the other account
      *    as the related ID.
       WRITE-ACCOUNT-JOURNAL.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           PERFORM BUILD-CUSTOMER-IMAGE.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'CUSTMRG' TO JRN-PROGRAM-ID.
           MOVE WS-MT-APPR-BY(WS-MERGE-IDX) TO JRN-USER-ID.
           MOVE CUST-ID TO JRN-CUST-ID.
           IF CUST-ID = WS-SQL-DUP-ID
               MOVE WS-SQL-SURV-ID TO JRN-RELATED-ID
           ELSE
               MOVE WS-SQL-DUP-ID TO JRN-RELATED-ID
           END-IF.
           MOVE WS-RUN-TIMESTAMP TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

      *    Moved-line entry: journaled under the duplicate it came
      *    from, with the survivor as the related ID; the caller
      *    has set the action and both images.
       WRITE-MERGE-JOURNAL.
           MOVE 'CUSTMRG' TO JRN-PROGRAM-ID.
           MOVE WS-MT-APPR-BY(WS-FOUND-IDX) TO JRN-USER-ID.
           MOVE WS-MT-DUP-ID(WS-FOUND-IDX) TO JRN-CUST-ID.
           MOVE WS-MT-SURV-ID(WS-FOUND-IDX) TO JRN-RELATED-ID.
           MOVE WS-RUN-TIMESTAMP TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

       WRITE-MERGE-REPORT.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           PERFORM VARYING WS-MERGE-IDX FROM 1 BY 1
                   UNTIL WS-MERGE-IDX > WS-MERGE-COUNT
               MOVE WS-MT-DUP-ID(WS-MERGE-IDX) TO DL-DUP-ID
               MOVE WS-MT-SURV-ID(WS-MERGE-IDX) TO DL-SURV-ID
               MOVE WS-MT-AMOUNT(WS-MERGE-IDX) TO DL-AMOUNT
               MOVE WS-MT-LEDGER(WS-MERGE-IDX) TO DL-LEDGER
               MOVE WS-MT-HELD(WS-MERGE-IDX) TO DL-HELD
               MOVE WS-MT-ITEMS(WS-MERGE-IDX) TO DL-ITEMS
               MOVE WS-MT-RESULT(WS-MERGE-IDX) TO DL-RESULT
               MOVE WS-MT-APPR-BY(WS-MERGE-IDX) TO DL-APPROVED-BY
               MOVE WS-DETAIL-LINE TO MERGE-REPORT-RECORD
               WRITE MERGE-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'MERGES READ' TO TL-LABEL.
           MOVE WS-MERGES-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'MERGES APPLIED' TO TL-LABEL.
           MOVE WS-MERGES-APPLIED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'MERGES REFUSED' TO TL-LABEL.
           MOVE WS-MERGES-REFUSED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'MERGES KEPT FOR THE NEXT RUN' TO TL-LABEL.
           ADD WS-MERGES-KEPT WS-MERGES-WAITING GIVING TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'LEDGER LINES MOVED' TO TL-LABEL.
           MOVE WS-LEDGER-MOVED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'HELD ORDERS MOVED' TO TL-LABEL.
           MOVE WS-HELD-MOVED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.
           MOVE 'OPEN ITEMS MOVED' TO TL-LABEL.
           MOVE WS-ITEMS-MOVED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MERGE-REPORT-RECORD.
           WRITE MERGE-REPORT-RECORD.

      *    CUSTMRG.DAT is carried forward with only the entries
      *    kept for another night, plus any the full table left
      *    unread - applied and refused entries are done with, and
      *    the report is their record. Entries are matched to the
      *    table by their position on the file.
       REWRITE-MERGE-FILE.
           OPEN INPUT MERGE-FILE.
           OPEN OUTPUT RETAINED-FILE.
           IF WS-MERGE-STATUS NOT = '00'
               OR WS-RETAINED-STATUS NOT = '00'
               PERFORM LOG-MERGE-FILE-FAILURE
           ELSE
               MOVE 0 TO WS-RECORD-NUMBER
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ MERGE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-RECORD-NUMBER
                           PERFORM CARRY-MERGE-FORWARD
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
               CLOSE MERGE-FILE
               CLOSE RETAINED-FILE
               PERFORM COPY-RETAINED-BACK
           END-IF.

       CARRY-MERGE-FORWARD.
           IF WS-RECORD-NUMBER > WS-MERGE-COUNT
               MOVE MERGE-REQUEST-RECORD TO RETAINED-RECORD
               WRITE RETAINED-RECORD
           ELSE
               IF WS-MT-KEEP(WS-RECORD-NUMBER) = 'YES'
                   MOVE MERGE-REQUEST-RECORD TO RETAINED-RECORD
                   WRITE RETAINED-RECORD
               END-IF
           END-IF.

       COPY-RETAINED-BACK.
           OPEN INPUT RETAINED-FILE.
           OPEN OUTPUT MERGE-FILE.
           IF WS-MERGE-STATUS NOT = '00'
               OR WS-RETAINED-STATUS NOT = '00'
               PERFORM LOG-MERGE-FILE-FAILURE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RETAINED-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE RETAINED-RECORD
                               TO MERGE-REQUEST-RECORD
                           WRITE MERGE-REQUEST-RECORD
                   END-READ
               END-PERFORM
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           CLOSE RETAINED-FILE.
           CLOSE MERGE-FILE.

      *    Left as it was, CUSTMRG.DAT still lists tonight's applied
      *    merges - harmless, since the next run refuses each one
      *    once it finds the duplicate archived, but said loudly.
       LOG-MERGE-FILE-FAILURE.
           DISPLAY 'WARNING: CUSTMRG.DAT NOT CARRIED FORWARD - '
               'STATUS=' WS-MERGE-STATUS
               ' NEW STATUS=' WS-RETAINED-STATUS.
           MOVE 'CUSTMRG' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E123' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           MOVE 'CUSTMRG.DAT NOT CARRIED FORWARD THROUGH CUSTMRG.NEW'
               TO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
