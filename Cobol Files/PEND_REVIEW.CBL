           SELECT RETAINED-FILE ASSIGN TO 'PENDACT.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.
      *    An approved merge is not applied here - it moves ledger
      *    and held-order files a CICS task cannot rewrite - so the
      *    approval is queued for the nightly CUSTOMER-MERGE step.
           SELECT MERGE-FILE ASSIGN TO 'CUSTMRG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MERGE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY "PENDACT.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(81).

       FD MERGE-FILE.
       COPY "CUSTMRG.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS     PIC XX.
       01 WS-RETAINED-STATUS PIC XX.
       01 WS-MERGE-STATUS    PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-DECISION        PIC X(1).
       01 WS-RESP            PIC S9(8) COMP.
      * never approve their own request; the same SESS-USERNAME on
      * both sides is refused on the spot. Every decision writes an
      * AUDT entry carrying both identities: the approver as the
      * source, the requester in the result text. A duplicate-
      * account MERGE is approved the same way but applied by the
      * nightly CUSTOMER-MERGE step from CUSTMRG.DAT.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           DISPLAY 'PENDING REQUEST ' WS-REQUESTS-READ ':'.
           DISPLAY '  ACTION:    ' PND-ACTION
               '  CUSTOMER: ' PND-CUST-ID.
           IF PND-ACTION = 'MERGE'
               DISPLAY '  MERGE INTO SURVIVING ACCOUNT: '
                   PND-TARGET-CUST-ID
           END-IF.
           DISPLAY '  REQUESTED: ' PND-REQUESTED-AT
               ' BY ' PND-REQUESTED-BY.
           IF PND-REQUESTED-BY = SESS-USERNAME
      *    ACTIVE with the date cleared. Both are journaled with
      *    full before/after images like every other write path.
       APPLY-APPROVED-ACTION.
           IF PND-ACTION = 'MERGE'
               PERFORM APPROVE-MERGE
           ELSE
               PERFORM APPLY-STATUS-ACTION
           END-IF.

       APPLY-STATUS-ACTION.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               INTO(CUSTOMER-RECORD)
               END-EVALUATE
           END-IF.

      *    A merge approval re-checks that both accounts are still
      *    live - either may have been archived since the request -
      *    and queues the merge on CUSTMRG.DAT with both identities
      *    for the nightly CUSTOMER-MERGE step to apply. Nothing on
      *    the customer file changes here.
       APPROVE-MERGE.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(PND-TARGET-CUST-ID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               AND CUST-STATUS NOT = 'ARCHIVED'
               EXEC CICS READ
                   DATASET('CUSTOMER-FILE')
                   INTO(CUSTOMER-RECORD)
                   RIDFLD(PND-CUST-ID)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
           END-IF.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR CUST-STATUS = 'ARCHIVED'
               DISPLAY 'An Account Is Missing Or Archived - '
                   'Request Dropped'
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'APPROVED - STALE STATE' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               OPEN EXTEND MERGE-FILE
               IF WS-MERGE-STATUS NOT = '00'
                   OPEN OUTPUT MERGE-FILE
               END-IF
               MOVE SPACES TO MERGE-REQUEST-RECORD
               MOVE PND-CUST-ID TO MRG-DUPLICATE-ID
               MOVE PND-TARGET-CUST-ID TO MRG-SURVIVOR-ID
               MOVE PND-REQUESTED-BY TO MRG-REQUESTED-BY
               MOVE SESS-USERNAME TO MRG-APPROVED-BY
               MOVE FUNCTION CURRENT-DATE TO MRG-APPROVED-AT
               WRITE MERGE-REQUEST-RECORD
               IF WS-MERGE-STATUS = '00'
                   ADD 1 TO WS-REQUESTS-APPROVED
                   DISPLAY 'Merge Of ' PND-CUST-ID ' Into '
                       PND-TARGET-CUST-ID
                       ' Approved - Applied In The Nightly Run'
                   MOVE SPACES TO AUD-RESULT
                   STRING 'APPRV REQ ' PND-REQUESTED-BY
                       DELIMITED BY SIZE INTO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   DISPLAY 'Write Failed On CUSTMRG.DAT - Status='
                       WS-MERGE-STATUS ' - Request Kept'
                   MOVE 'APPROVED - QUEUE FAILED' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM RETAIN-REQUEST
               END-IF
               CLOSE MERGE-FILE
           END-IF.

       REWRITE-CUSTOMER.
           EXEC CICS REWRITE
               DATASET('CUSTOMER-FILE')
