       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-LIMIT-REVIEW.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIMIT-PENDING-FILE ASSIGN TO 'LIMPEND.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PEND-STATUS.
      *    Recommendations the reviewer keeps undecided, and amended
      *    ones awaiting their second reviewer, carry forward - swap
      *    it in as the next session's LIMPEND.DAT, the same pattern
      *    PENDING-ACTION-REVIEW uses for PENDACT.NEW.
           SELECT RETAINED-FILE ASSIGN TO 'LIMPEND.NEW'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETAINED-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LIMIT-PENDING-FILE.
       COPY "LIMPEND.cpy".

       FD RETAINED-FILE.
       01 RETAINED-RECORD PIC X(128).

       WORKING-STORAGE SECTION.
       01 WS-PEND-STATUS     PIC XX.
       01 WS-RETAINED-STATUS PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-DECISION        PIC X(1).
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-RESP2           PIC S9(8) COMP.

       01 WS-COUNTERS.
           05 WS-REQUESTS-READ     PIC 9(7) VALUE 0.
           05 WS-REQUESTS-APPROVED PIC 9(7) VALUE 0.
           05 WS-REQUESTS-REJECTED PIC 9(7) VALUE 0.
           05 WS-REQUESTS-AMENDED  PIC 9(7) VALUE 0.
           05 WS-REQUESTS-RETAINED PIC 9(7) VALUE 0.

      *    Whole-currency limit keyed by a reviewer amending the
      *    recommended amount, edited the way CUSTOMER-MAINT edits
      *    the limit on its panel.
       01 WS-LIMIT-TEXT      PIC X(9).
       01 WS-LT-LENGTH       PIC 9(2) VALUE 0.
       01 WS-LT-IDX          PIC 9(2) VALUE 0.
       01 WS-LIMIT-VALID     PIC X(3) VALUE 'NO'.
       01 WS-AMENDED-LIMIT   PIC 9(9)V99 VALUE 0.
       01 WS-ON-FILE-LIMIT   PIC 9(9)V99 VALUE 0.
       01 WS-MONEY-EDIT      PIC Z(8)9.99.
       01 WS-SALES-EDIT      PIC Z(8)9.99.
       01 WS-OVERDUE-EDIT    PIC Z(8)9.99.

       COPY "CUSTREC.cpy".
       COPY "AUDITLOG.cpy".
       COPY "JRNLREC.cpy".

       01 WS-BEFORE-IMAGE    PIC X(200).

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".

      * The checker half of the quarterly credit-limit review: works
      * LIMPEND.DAT the way PENDING-ACTION-REVIEW works PENDACT.DAT,
      * showing each recommended change with the score and figures
      * behind it. The signed-on reviewer approves (CUST-CREDIT-LIMIT
      * actually changes, journaled like any other change), rejects,
      * keeps it parked, or amends the amount. An amended
      * recommendation is not applied - it goes back on the file
      * under the amending reviewer's name, and since nobody may
      * decide their own request, a second member of the credit
      * team has to approve the amended figure. A limit that has
      * moved since the recommendation was scored is not
      * overwritten; the recommendation is dropped as stale. Every
      * decision writes an AUDT entry carrying both identities.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN INPUT LIMIT-PENDING-FILE.
           IF WS-PEND-STATUS NOT = '00'
               DISPLAY 'NO LIMIT RECOMMENDATIONS TO REVIEW - STATUS='
                   WS-PEND-STATUS
               EXEC CICS RETURN END-EXEC
           END-IF.

           OPEN OUTPUT RETAINED-FILE.
           IF WS-RETAINED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN LIMPEND.NEW STATUS='
                   WS-RETAINED-STATUS
               CLOSE LIMIT-PENDING-FILE
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ LIMIT-PENDING-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM REVIEW-ONE-REQUEST
               END-READ
           END-PERFORM.

           CLOSE LIMIT-PENDING-FILE.
           CLOSE RETAINED-FILE.
           DISPLAY 'RECOMMENDATIONS READ:     ' WS-REQUESTS-READ.
           DISPLAY 'RECOMMENDATIONS APPROVED: ' WS-REQUESTS-APPROVED.
           DISPLAY 'RECOMMENDATIONS REJECTED: ' WS-REQUESTS-REJECTED.
           DISPLAY 'RECOMMENDATIONS AMENDED:  ' WS-REQUESTS-AMENDED.
           DISPLAY 'RECOMMENDATIONS RETAINED: ' WS-REQUESTS-RETAINED.
           EXEC CICS RETURN END-EXEC.

       REVIEW-ONE-REQUEST.
           DISPLAY 'LIMIT RECOMMENDATION ' WS-REQUESTS-READ ':'.
           DISPLAY '  ACTION:    ' LMP-ACTION
               '  CUSTOMER: ' LMP-CUST-ID.
           MOVE LMP-CURRENT-LIMIT TO WS-MONEY-EDIT.
           DISPLAY '  CURRENT LIMIT:  ' WS-MONEY-EDIT.
           MOVE LMP-PROPOSED-LIMIT TO WS-MONEY-EDIT.
           DISPLAY '  PROPOSED LIMIT: ' WS-MONEY-EDIT.
           MOVE LMP-SALES-12M TO WS-SALES-EDIT.
           MOVE LMP-OVERDUE TO WS-OVERDUE-EDIT.
           DISPLAY '  SCORE: ' LMP-SCORE
               '  12-MONTH SALES: ' WS-SALES-EDIT
               '  OVER 30 DAYS: ' WS-OVERDUE-EDIT.
           DISPLAY '  RETURNED CHEQUES: ' LMP-NSF-COUNT
               '  HELD ORDERS: ' LMP-HELD-COUNT.
           DISPLAY '  REQUESTED: ' LMP-REQUESTED-AT
               ' BY ' LMP-REQUESTED-BY.
           IF LMP-REQUESTED-BY = SESS-USERNAME
               DISPLAY '  OWN REQUEST - A DIFFERENT OPERATOR MUST '
                   'DECIDE IT - KEPT'
               MOVE 'OWN REQUEST - KEPT' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETAIN-REQUEST
           ELSE
               DISPLAY 'Decision - A=Approve, R=Reject, M=Amend, '
                   'K=Keep: '
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
               EVALUATE WS-DECISION
                   WHEN 'A'
                       PERFORM APPLY-APPROVED-LIMIT
                   WHEN 'R'
                       ADD 1 TO WS-REQUESTS-REJECTED
                       DISPLAY 'Recommendation Rejected'
                       MOVE 'REJECTED' TO AUD-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   WHEN 'M'
                       PERFORM AMEND-RECOMMENDATION
                   WHEN OTHER
                       PERFORM RETAIN-REQUEST
               END-EVALUATE
           END-IF.

      *    The reviewer's figure replaces the proposal and the
      *    reviewer becomes the requester, so the amended amount
      *    cannot be approved by the same person who keyed it.
      *    A figure that does not edit leaves the recommendation
      *    parked as it was.
       AMEND-RECOMMENDATION.
           DISPLAY 'Enter Amended Limit (whole amount): '.
           MOVE SPACES TO WS-LIMIT-TEXT.
           ACCEPT WS-LIMIT-TEXT.
           PERFORM EDIT-LIMIT-ENTRY.
           IF WS-LIMIT-VALID = 'YES'
               MOVE WS-AMENDED-LIMIT TO LMP-PROPOSED-LIMIT
               MOVE SESS-USERNAME TO LMP-REQUESTED-BY
               MOVE FUNCTION CURRENT-DATE TO LMP-REQUESTED-AT
               ADD 1 TO WS-REQUESTS-AMENDED
               DISPLAY 'Amended - A Second Reviewer Must Approve'
               MOVE 'AMENDED - KEPT' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               DISPLAY 'Invalid Limit - Recommendation Kept Unchanged'
           END-IF.
           PERFORM RETAIN-REQUEST.

       EDIT-LIMIT-ENTRY.
           MOVE 'NO' TO WS-LIMIT-VALID.
           MOVE 0 TO WS-LT-LENGTH.
           PERFORM VARYING WS-LT-IDX FROM 9 BY -1
                   UNTIL WS-LT-IDX < 1
                   OR WS-LT-LENGTH > 0
               IF WS-LIMIT-TEXT(WS-LT-IDX:1) NOT = SPACE
                   MOVE WS-LT-IDX TO WS-LT-LENGTH
               END-IF
           END-PERFORM.
           IF WS-LT-LENGTH > 0
               IF WS-LIMIT-TEXT(1:WS-LT-LENGTH) IS NUMERIC
                   COMPUTE WS-AMENDED-LIMIT =
                       FUNCTION NUMVAL(WS-LIMIT-TEXT)
                   IF WS-AMENDED-LIMIT > 0
                       MOVE 'YES' TO WS-LIMIT-VALID
                   END-IF
               END-IF
           END-IF.

      *    The approval is where the limit finally changes - but
      *    only if it still stands where it stood when the
      *    recommendation was scored. Someone may have set it by
      *    hand in CUSTOMER-MAINT since, and that decision is not
      *    silently overwritten.
       APPLY-APPROVED-LIMIT.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(LMP-CUST-ID)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               DISPLAY 'Customer Not Found - Recommendation Dropped'
               ADD 1 TO WS-REQUESTS-REJECTED
               MOVE 'APPROVED - NOT FOUND' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               IF CUST-CREDIT-LIMIT > 0
                   MOVE CUST-CREDIT-LIMIT TO WS-ON-FILE-LIMIT
               ELSE
                   MOVE 0 TO WS-ON-FILE-LIMIT
               END-IF
               IF WS-ON-FILE-LIMIT = LMP-CURRENT-LIMIT
                   PERFORM BUILD-CUSTOMER-IMAGE
                   MOVE WS-CUSTOMER-IMAGE TO WS-BEFORE-IMAGE
                   MOVE LMP-PROPOSED-LIMIT TO CUST-CREDIT-LIMIT
                   PERFORM REWRITE-CUSTOMER
               ELSE
                   EXEC CICS UNLOCK
                       DATASET('CUSTOMER-FILE')
                       END-EXEC
                   DISPLAY 'Limit Changed Since The Review - '
                       'Recommendation Dropped'
                   ADD 1 TO WS-REQUESTS-REJECTED
                   MOVE 'APPROVED - STALE LIMIT' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       REWRITE-CUSTOMER.
           EXEC CICS REWRITE
               DATASET('CUSTOMER-FILE')
               FROM(CUSTOMER-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               ADD 1 TO WS-REQUESTS-APPROVED
               MOVE LMP-PROPOSED-LIMIT TO WS-MONEY-EDIT
               DISPLAY 'Credit Limit For ' LMP-CUST-ID
                   ' Now ' WS-MONEY-EDIT
      *        Ten characters of prefix plus the full 20-character
      *        requester exactly fill AUD-RESULT, as in
      *        PENDING-ACTION-REVIEW.
               MOVE SPACES TO AUD-RESULT
               STRING 'APPRV REQ ' LMP-REQUESTED-BY
                   DELIMITED BY SIZE INTO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-JOURNAL-ENTRY
           ELSE
               DISPLAY 'Rewrite Failed - RESP=' WS-RESP
                   ' - Recommendation Kept'
               MOVE 'APPROVED - REWRITE FAILED' TO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM RETAIN-REQUEST
           END-IF.

       RETAIN-REQUEST.
           ADD 1 TO WS-REQUESTS-RETAINED.
           MOVE SPACES TO RETAINED-RECORD.
           MOVE LIMIT-PENDING-RECORD TO RETAINED-RECORD.
           WRITE RETAINED-RECORD.

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

       WRITE-JOURNAL-ENTRY.
           MOVE WS-BEFORE-IMAGE TO JRN-BEFORE-IMAGE.
           PERFORM BUILD-CUSTOMER-IMAGE.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'LIMITREV' TO JRN-PROGRAM-ID.
           MOVE SESS-USERNAME TO JRN-USER-ID.
           MOVE LMP-ACTION TO JRN-ACTION.
           MOVE LMP-CUST-ID TO JRN-CUST-ID.
           MOVE FUNCTION CURRENT-DATE TO JRN-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('JRNL')
               FROM(WS-JOURNAL-ENTRY)
               LENGTH(LENGTH OF WS-JOURNAL-ENTRY)
               END-EXEC.

       CHECK-SESSION.
      *    Entered cold at a terminal like PENDING-ACTION-REVIEW, and
      *    limited to the credit group - the people whose call a
      *    credit limit is.
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
           MOVE 'LIMITREV' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE LMP-CUST-ID TO AUD-ENTITY-ID.
           MOVE LMP-ACTION TO AUD-ACTION.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
