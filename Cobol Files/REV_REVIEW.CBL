       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVERSAL-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REVERSAL-PENDING-FILE ASSIGN TO 'REVPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
      *    Batches the reviewer keeps undecided, and those waiting
      *    on a second user, carry forward - swap it in as the next
      *    session's REVPEND.DAT, the same pattern
      *    PENDING-ACTION-REVIEW uses for PENDACT.NEW.
           SELECT RETAINED-FILE ASSIGN TO 'REVPEND.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
      *    An approved batch is not applied here - it moves balances,
      *    the ledger and the posted-order history the drain owns -
      *    so it is queued for the nightly REVERSAL-APPLY step.
           SELECT REVERSAL-APPROVED-FILE ASSIGN TO 'REVAPPR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REVERSAL-PENDING-FILE.
       COPY "REVPEND.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(298).

       FD REVERSAL-APPROVED-FILE.
       01 APPROVED-RECORD PIC X(298).

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS     PIC XX.
       01 WS-RETAINED-STATUS PIC XX.
       01 WS-APPROVED-STATUS PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-DECISION        PIC X(1).
       01 WS-RESP            PIC S9(8) COMP.

       01 WS-COUNTERS.
           05 WS-BATCHES-READ     PIC 9(5) VALUE 0.
           05 WS-BATCHES-APPROVED PIC 9(5) VALUE 0.
           05 WS-BATCHES-REJECTED PIC 9(5) VALUE 0.
           05 WS-BATCHES-RETAINED PIC 9(5) VALUE 0.

      *    One batch's lines, gathered before it is shown - the
      *    decision is taken on the batch as a whole, never line by
      *    line, so what is approved is exactly what was requested.
      *    ORDER-REVERSAL never writes more than 500 to one batch.
       01 WS-BATCH-ID        PIC X(8) VALUE SPACES.
       01 WS-BATCH-COUNT     PIC 9(4) VALUE 0.
       01 WS-BATCH-IDX       PIC 9(4) VALUE 0.
       01 WS-BATCH-TABLE.
           05 WS-BATCH-LINE OCCURS 500 TIMES PIC X(298).
       01 WS-HEAD-RECORD     PIC X(298).
       01 WS-SALES-TOTAL     PIC 9(9)V99 VALUE 0.
       01 WS-CREDITS-TOTAL   PIC 9(9)V99 VALUE 0.
       01 WS-AMOUNT-EDIT     PIC Z(6)9.99.
       01 WS-TOTAL-EDIT      PIC Z(8)9.99.
       01 WS-COUNT-EDIT      PIC ZZZ9.

       COPY "ORDLEDG.cpy".
       COPY "AUDITLOG.cpy".

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".

      * The checker half of bulk order reversal: works REVPEND.DAT
      * the way PENDING-ACTION-REVIEW works PENDACT.DAT, one batch
      * at a time, listing every line ORDER-REVERSAL picked with
      * the totals, the reason given, and who asked and when. The
      * signed-on reviewer approves the batch (its lines go to
      * REVAPPR.DAT stamped with the approver, for the nightly
      * REVERSAL-APPLY step), rejects it, or keeps it parked - and
      * nobody may approve a batch they requested; the same
      * SESS-USERNAME on both sides is refused on the spot. Every
      * decision writes an AUDT entry carrying both identities: the
      * reviewer as the source, the requester in the result text.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN INPUT REVERSAL-PENDING-FILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'NO REVERSAL BATCHES TO REVIEW - STATUS='
                   WS-PEND-STATUS
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN OUTPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN REVPEND.NEW STATUS='
                   WS-RETAINED-STATUS
               CLOSE REVERSAL-PENDING-FILE
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM READ-PENDING-LINE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               PERFORM LOAD-ONE-BATCH
               ADD 1 TO WS-BATCHES-READ
               PERFORM REVIEW-ONE-BATCH
           END-PERFORM.

           CLOSE REVERSAL-PENDING-FILE.
           CLOSE RETAINED-FILE.
           DISPLAY 'BATCHES READ:     ' WS-BATCHES-READ.
           DISPLAY 'BATCHES APPROVED: ' WS-BATCHES-APPROVED.
           DISPLAY 'BATCHES REJECTED: ' WS-BATCHES-REJECTED.
           DISPLAY 'BATCHES RETAINED: ' WS-BATCHES-RETAINED.
           EXEC CICS RETURN END-EXEC.

       READ-PENDING-LINE.
           READ REVERSAL-PENDING-FILE
               AT END MOVE 'YES' TO WS-END-OF-FILE
           END-READ.

      *    The current line opens the batch; the lines after it that
      *    share its batch ID join it. The first line of the next
      *    batch is left read, ready for the next pass.
       LOAD-ONE-BATCH.
           MOVE RVP-BATCH-ID TO WS-BATCH-ID.
           MOVE REVERSAL-PENDING-RECORD TO WS-HEAD-RECORD.
           MOVE 0 TO WS-BATCH-COUNT.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   OR RVP-BATCH-ID NOT = WS-BATCH-ID
               IF WS-BATCH-COUNT < 500
                   ADD 1 TO WS-BATCH-COUNT
                   MOVE REVERSAL-PENDING-RECORD
                       TO WS-BATCH-LINE(WS-BATCH-COUNT)
               END-IF
               PERFORM READ-PENDING-LINE
           END-PERFORM.

       REVIEW-ONE-BATCH.
           MOVE WS-HEAD-RECORD TO REVERSAL-PENDING-RECORD.
           DISPLAY 'REVERSAL BATCH ' WS-BATCH-ID ':'.
           DISPLAY '  REASON:    ' RVP-REASON.
           DISPLAY '  REQUESTED: ' RVP-REQUESTED-AT
               ' BY ' RVP-REQUESTED-BY.
           PERFORM LIST-BATCH-LINES.
           MOVE WS-HEAD-RECORD TO REVERSAL-PENDING-RECORD.
           IF RVP-REQUESTED-BY = SESS-USERNAME
               DISPLAY '  OWN REQUEST - A DIFFERENT OPERATOR MUST '
                   'DECIDE IT - KEPT'
               MOVE 'OWN REQUEST - KEPT' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETAIN-BATCH
           ELSE
               DISPLAY 'Decision - A=Approve, R=Reject, K=Keep: '
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A'
                       PERFORM APPROVE-BATCH
                   WHEN 'R'
                       ADD 1 TO WS-BATCHES-REJECTED
                       DISPLAY 'Batch Rejected'
                       MOVE SPACES TO AUD-RESULT
                       STRING 'REJECT REQ ' RVP-REQUESTED-BY
                           DELIMITED BY SIZE INTO AUD-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   WHEN OTHER
                       PERFORM RETAIN-BATCH
               END-EVALUATE
           END-IF.

       LIST-BATCH-LINES.
           MOVE 0 TO WS-SALES-TOTAL.
           MOVE 0 TO WS-CREDITS-TOTAL.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE(WS-BATCH-IDX)
                   TO REVERSAL-PENDING-RECORD
               MOVE RVP-LEDGER-LINE TO LEDGER-RECORD
               MOVE LGR-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
               DISPLAY '  ' LGR-ORDER-ID ' ' LGR-CUST-ID ' '
                   LGR-ORDER-TYPE ' ' WS-AMOUNT-EDIT '  '
                   LGR-TIMESTAMP ' ' LGR-SOURCE-QUEUE
               IF LGR-ORDER-TYPE = 'S'
                   ADD LGR-TOTAL-AMOUNT TO WS-SALES-TOTAL
               ELSE
                   ADD LGR-TOTAL-AMOUNT TO WS-CREDITS-TOTAL
               END-IF
           END-PERFORM.
           MOVE WS-BATCH-COUNT TO WS-COUNT-EDIT.
           DISPLAY '  LINES:                     ' WS-COUNT-EDIT.
           MOVE WS-SALES-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY '  SALES TO CREDIT BACK:      ' WS-TOTAL-EDIT.
           MOVE WS-CREDITS-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY '  RETURNS/PAYMENTS TO DEBIT: ' WS-TOTAL-EDIT.

      *    Ten characters of prefix plus the full 20-character
      *    requester exactly fill AUD-RESULT, as in
      *    PENDING-ACTION-REVIEW.
       APPROVE-BATCH.
           OPEN EXTEND REVERSAL-APPROVED-FILE.
           IF WS-APPROVED-STATUS NOT = '00'
               OPEN OUTPUT REVERSAL-APPROVED-FILE
           END-IF.
           IF WS-APPROVED-STATUS NOT = '00'
               DISPLAY 'Unable To Open REVAPPR.DAT - Status='
                   WS-APPROVED-STATUS ' - Batch Kept'
               MOVE 'APPROVED - QUEUE FAILED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETAIN-BATCH
           ELSE
               PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
                   MOVE WS-BATCH-LINE(WS-BATCH-IDX)
                       TO REVERSAL-PENDING-RECORD
                   MOVE SESS-USERNAME TO RVP-APPROVED-BY
                   MOVE FUNCTION CURRENT-DATE TO RVP-APPROVED-AT
                   MOVE REVERSAL-PENDING-RECORD TO APPROVED-RECORD
                   WRITE APPROVED-RECORD
               END-PERFORM
               CLOSE REVERSAL-APPROVED-FILE
               ADD 1 TO WS-BATCHES-APPROVED
               DISPLAY 'Batch ' WS-BATCH-ID
                   ' Approved - Reversed In The Nightly Run'
               MOVE WS-HEAD-RECORD TO REVERSAL-PENDING-RECORD
               MOVE SPACES TO AUD-RESULT
               STRING 'APPRV REQ ' RVP-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       RETAIN-BATCH.
           ADD 1 TO WS-BATCHES-RETAINED.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-COUNT
               MOVE WS-BATCH-LINE(WS-BATCH-IDX) TO RETAINED-RECORD
               WRITE RETAINED-RECORD
           END-PERFORM.

       CHECK-SESSION.
      *    This transaction is always entered cold at a terminal (no
      *    COMMAREA caller to inherit trust from), so it is gated by
      *    a SESS queue left behind by a successful LOGIN on this
      *    same EIBTRMID, same as CUSTOMER-MAINT's CHECK-SESSION.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'C' TO SC-GROUP-REQUIRED.
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
           MOVE 'REVREV' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-BATCH-ID TO AUD-ENTITY-ID.
           MOVE 'REVERSAL' TO AUD-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
