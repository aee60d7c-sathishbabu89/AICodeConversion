       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDIT-AUTO-HOLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The customer master GET-CUSTOMER reads for MQ-RECEIVER's
      *    standing check, read end to end and rewritten in place.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    Tonight's aged buckets from AR-AGING-REPORT, in the same
      *    customer ID order as the master.
           SELECT AGE-BUCKET-FILE ASSIGN TO 'AGEBKT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUCKET-STATUS.
      *    The credit team's list of every hold placed or lifted.
           SELECT HOLD-REPORT ASSIGN TO 'AUTOHOLD.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD AGE-BUCKET-FILE.
       COPY "AGEBKT.cpy".

       FD HOLD-REPORT.
       01 HOLD-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "AUDITLOG.cpy".
       COPY "JRNLREC.cpy".
       COPY "BUSDATE.cpy".

       01 WS-CUST-STATUS    PIC XX.
       01 WS-BUCKET-STATUS  PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-CUST-EOF       PIC X(3) VALUE 'NO'.
       01 WS-BUCKET-EOF     PIC X(3) VALUE 'NO'.
       01 WS-CHANGE-FAILED  PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE       PIC X(8).
       01 WS-AS-OF-DATE     PIC X(8) VALUE SPACES.

      *    An account is held once the money it owes at or past
      *    HOLDDAYS=nn days (30, 60 or 90 - the aging's own bucket
      *    edges) reaches HOLDAMT=nnnnnnn, in whole currency units.
      *    Both come off the step parm card; these are the defaults.
       01 WS-HOLD-DAYS      PIC 9(2) VALUE 60.
       01 WS-HOLD-AMOUNT    PIC 9(7)V99 VALUE 100.00.
       01 WS-FIRST-BUCKET   PIC 9(1) VALUE 3.
       01 WS-BUCKET-IX      PIC 9(1) VALUE 0.
       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).
       01 WS-PARM-VALUE-TEXT  PIC X(7).
       01 WS-PVT-LENGTH       PIC 9(2) VALUE 0.
       01 WS-PVT-IDX          PIC 9(2) VALUE 0.

      *    This customer's overdue money at the hold threshold, and
      *    everything the aging shows them owing.
       01 WS-OVERDUE        PIC 9(11)V99 VALUE 0.
       01 WS-TOTAL-OWED     PIC 9(11)V99 VALUE 0.
       01 WS-NEW-STATUS     PIC X(10).
       01 WS-NEW-REASON     PIC X(4).

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ PIC 9(7) VALUE 0.
           05 WS-HOLDS-PLACED   PIC 9(7) VALUE 0.
           05 WS-HOLDS-LIFTED   PIC 9(7) VALUE 0.
           05 WS-HOLDS-KEPT     PIC 9(7) VALUE 0.
           05 WS-CHANGES-FAILED PIC 9(7) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER          PIC X(25)
               VALUE 'CREDIT AUTO-HOLD AS OF '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(8) VALUE ' - HOLD '.
           05 RH-HOLD-DAYS    PIC Z9.
           05 FILLER          PIC X(24)
               VALUE ' DAYS PAST DUE, OWING '.
           05 RH-HOLD-AMOUNT  PIC Z(6)9.99.
           05 FILLER          PIC X(23) VALUE ' OR MORE'.

       01 WS-COLUMN-LINE.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER          PIC X(32) VALUE 'NAME'.
           05 FILLER          PIC X(14) VALUE 'ACTION'.
           05 FILLER          PIC X(14) VALUE '     OVERDUE'.
           05 FILLER          PIC X(14) VALUE '  TOTAL OWED'.
           05 FILLER          PIC X(14) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NAME         PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-ACTION       PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-OVERDUE      PIC Z(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-TOTAL-OWED   PIC Z(8)9.99.
           05 FILLER          PIC X(16) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(53) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Puts seriously overdue accounts on credit hold without
      * waiting for someone to read the aging and suspend them by
      * hand. Runs in the nightly chain straight after
      * AR-AGING-REPORT, off the bucket extract it leaves in
      * AGEBKT.DAT, and refuses to run at all on an extract that is
      * not tonight's. An ACTIVE account whose money aged at or past
      * the HOLDDAYS bucket adds up to HOLDAMT or more goes to
      * CUST-STATUS 'HOLD' with reason code 'AGED', and
      * MQ-RECEIVER's standing check stops its new sales from the
      * next drain on - its returns and payments still post. The
      * hold lifts by itself (back to ACTIVE, reason 'RECV') on the
      * first night nothing is left in those buckets, so a payment
      * that clears the overdue money frees the account without a
      * call to the credit team. Only holds this job placed are
      * lifted by it: an account credit has suspended, closed, or
      * put back on HOLD for another reason is left alone, and an
      * account credit reactivates early through
      * CUSTOMER-STATUS-MAINT is held again the next night if it is
      * still overdue. Each change is rewritten on the KSDS,
      * journaled through CUSTOMER-JOURNAL, written to the audit
      * trail and pushed to CUSTOMER_TABLE's STATUS the way
      * CUSTOMER-STATUS-MAINT does it, and listed on AUTOHOLD.RPT
      * for the credit team, holds placed and lifted alike.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           PERFORM PARSE-RUN-PARAMETERS.

           OPEN INPUT AGE-BUCKET-FILE.
           IF WS-BUCKET-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN AGEBKT.DAT STATUS='
                   WS-BUCKET-STATUS
               MOVE 'AUTOHOLD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E149' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN AGEBKT.DAT STATUS='
                   WS-BUCKET-STATUS ' - NO HOLDS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    The as-of line leads the extract; anything else there,
      *    or a date other than tonight's, is an aging that did not
      *    run (or ran for another day) and is not acted on.
           READ AGE-BUCKET-FILE
               AT END MOVE 'YES' TO WS-BUCKET-EOF
           END-READ.
           IF WS-BUCKET-EOF = 'NO' AND AGB-CUST-ID = SPACES
               MOVE AGB-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE NOT = WS-RUN-DATE
               DISPLAY 'ERROR: AGEBKT.DAT IS AS OF ' WS-AS-OF-DATE
                   ' NOT BUSINESS DATE ' WS-RUN-DATE
               MOVE 'AUTOHOLD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E150' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'AGEBKT.DAT AS OF ' WS-AS-OF-DATE
                   ' NOT ' WS-RUN-DATE ' - NO HOLDS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE AGE-BUCKET-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'AUTOHOLD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E151' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE AGE-BUCKET-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT HOLD-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN AUTOHOLD.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'AUTOHOLD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E152' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN AUTOHOLD.RPT STATUS='
                   WS-RPT-STATUS ' - NO HOLDS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               CLOSE AGE-BUCKET-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM READ-NEXT-BUCKET.
           PERFORM UNTIL WS-CUST-EOF = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-CUST-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
           CLOSE AGE-BUCKET-FILE.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE HOLD-REPORT.

           DISPLAY 'CREDIT-AUTO-HOLD - ' WS-CUSTOMERS-READ
               ' ACCOUNTS, ' WS-HOLDS-PLACED ' HELD, '
               WS-HOLDS-LIFTED ' RELEASED, ' WS-HOLDS-KEPT
               ' STILL HELD'.
           IF WS-CHANGE-FAILED = 'YES'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       PARSE-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE.
           MOVE 0 TO WS-PARM-TOKEN-COUNT.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY
                   SPACE INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                   WS-PARM-TOKEN(3) WS-PARM-TOKEN(4) WS-PARM-TOKEN(5)
                   WS-PARM-TOKEN(6) WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                   TALLYING IN WS-PARM-TOKEN-COUNT
               END-UNSTRING
           END-IF.
           PERFORM VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-IDX > WS-PARM-TOKEN-COUNT
               PERFORM CHECK-ONE-PARM-TOKEN
           END-PERFORM.

      *    Days are taken only at a bucket edge - the extract
      *    carries buckets, not the age of each charge.
       CHECK-ONE-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:9) = 'HOLDDAYS='
               MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(10:7)
                   TO WS-PARM-VALUE-TEXT
               EVALUATE WS-PARM-VALUE-TEXT
                   WHEN '30'
                       MOVE 30 TO WS-HOLD-DAYS
                       MOVE 2 TO WS-FIRST-BUCKET
                   WHEN '60'
                       MOVE 60 TO WS-HOLD-DAYS
                       MOVE 3 TO WS-FIRST-BUCKET
                   WHEN '90'
                       MOVE 90 TO WS-HOLD-DAYS
                       MOVE 4 TO WS-FIRST-BUCKET
                   WHEN OTHER
                       DISPLAY 'WARNING: HOLDDAYS MUST BE 30, 60 OR '
                           '90 - DEFAULT KEPT: ' WS-PARM-VALUE-TEXT
               END-EVALUATE
           END-IF.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:8) = 'HOLDAMT='
               MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(9:7)
                   TO WS-PARM-VALUE-TEXT
               PERFORM MEASURE-PARM-VALUE
               IF WS-PVT-LENGTH > 0
                   AND WS-PARM-VALUE-TEXT(1:WS-PVT-LENGTH) IS NUMERIC
                   COMPUTE WS-HOLD-AMOUNT =
                       FUNCTION NUMVAL(WS-PARM-VALUE-TEXT)
               ELSE
                   DISPLAY 'WARNING: HOLDAMT VALUE NOT NUMERIC - '
                       'DEFAULT KEPT: ' WS-PARM-VALUE-TEXT
               END-IF
           END-IF.

       MEASURE-PARM-VALUE.
           MOVE 0 TO WS-PVT-LENGTH.
           PERFORM VARYING WS-PVT-IDX FROM 7 BY -1
                   UNTIL WS-PVT-IDX < 1
                   OR WS-PVT-LENGTH > 0
               IF WS-PARM-VALUE-TEXT(WS-PVT-IDX:1) NOT = SPACE
                   MOVE WS-PVT-IDX TO WS-PVT-LENGTH
               END-IF
           END-PERFORM.

       READ-NEXT-BUCKET.
           READ AGE-BUCKET-FILE
               AT END MOVE 'YES' TO WS-BUCKET-EOF
           END-READ.

      *    Extract lines for customers no longer on the master are
      *    stepped over; a customer with no line owes nothing aged.
       CHECK-ONE-CUSTOMER.
           PERFORM UNTIL WS-BUCKET-EOF = 'YES'
                   OR AGB-CUST-ID NOT < CUST-ID
               PERFORM READ-NEXT-BUCKET
           END-PERFORM.
           MOVE 0 TO WS-OVERDUE.
           MOVE 0 TO WS-TOTAL-OWED.
           IF WS-BUCKET-EOF = 'NO' AND AGB-CUST-ID = CUST-ID
               PERFORM VARYING WS-BUCKET-IX FROM 1 BY 1
                       UNTIL WS-BUCKET-IX > 4
                   ADD AGB-AMOUNT(WS-BUCKET-IX) TO WS-TOTAL-OWED
                   IF WS-BUCKET-IX NOT < WS-FIRST-BUCKET
                       ADD AGB-AMOUNT(WS-BUCKET-IX) TO WS-OVERDUE
                   END-IF
               END-PERFORM
           END-IF.
           EVALUATE TRUE
               WHEN CUST-STATUS = 'ACTIVE'
                   AND WS-OVERDUE > 0
                   AND WS-OVERDUE NOT < WS-HOLD-AMOUNT
                   MOVE 'HOLD' TO WS-NEW-STATUS
                   MOVE 'AGED' TO WS-NEW-REASON
                   PERFORM CHANGE-ACCOUNT-STATUS
               WHEN CUST-STATUS = 'HOLD'
                   AND CUST-STATUS-REASON = 'AGED'
                   IF WS-OVERDUE = 0
                       MOVE 'ACTIVE' TO WS-NEW-STATUS
                       MOVE 'RECV' TO WS-NEW-REASON
                       PERFORM CHANGE-ACCOUNT-STATUS
                   ELSE
                       ADD 1 TO WS-HOLDS-KEPT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHANGE-ACCOUNT-STATUS.
           PERFORM BUILD-BEFORE-IMAGE.
           MOVE WS-NEW-STATUS TO CUST-STATUS.
           MOVE WS-NEW-REASON TO CUST-STATUS-REASON.
           REWRITE CUSTOMER-RECORD.
           MOVE CUST-ID TO DL-CUST-ID.
           MOVE CUST-NAME TO DL-NAME.
           MOVE WS-OVERDUE TO DL-OVERDUE.
           MOVE WS-TOTAL-OWED TO DL-TOTAL-OWED.
           IF WS-CUST-STATUS = '00'
               IF WS-NEW-STATUS = 'HOLD'
                   ADD 1 TO WS-HOLDS-PLACED
                   MOVE 'HOLD PLACED' TO DL-ACTION
                   MOVE 'HOLD' TO AUD-ACTION
                   MOVE 'Aged Debt - Credit Hold' TO AUD-RESULT
               ELSE
                   ADD 1 TO WS-HOLDS-LIFTED
                   MOVE 'HOLD LIFTED' TO DL-ACTION
                   MOVE 'RELEASE' TO AUD-ACTION
                   MOVE 'Overdue Cleared - Released' TO AUD-RESULT
               END-IF
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-STATUS-JOURNAL
               MOVE 'AUTOHOLD' TO AUD-PROGRAM-ID
               MOVE 'BATCH' TO AUD-SOURCE-ID
               MOVE CUST-ID TO AUD-ENTITY-ID
               MOVE SPACES TO AUD-TIMESTAMP
               CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY
               PERFORM PUSH-STATUS-TO-TABLE
           ELSE
               ADD 1 TO WS-CHANGES-FAILED
               MOVE 'YES' TO WS-CHANGE-FAILED
               MOVE 'FAILED' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               DISPLAY 'ERROR: REWRITE FAILED FOR ' CUST-ID
                   ' STATUS=' WS-CUST-STATUS
               MOVE 'AUTOHOLD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E153' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'REWRITE FAILED CUST=' CUST-ID
                   ' STATUS=' WS-CUST-STATUS ' - HOLD NOT CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Same push as CUSTOMER-STATUS-MAINT's, so CUSTOMER-RECONCILE
      *    finds the two stores agreeing. A missing row or failed
      *    update is said loudly and left for the reconcile to
      *    report - the KSDS change, which is what the standing
      *    check reads, still stands.
       PUSH-STATUS-TO-TABLE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET STATUS = :CUST-STATUS
               WHERE ID = :CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   DISPLAY 'WARNING: ' CUST-ID ' NOT IN '
                       'CUSTOMER_TABLE - RECONCILE WILL REPORT THE GAP'
                   MOVE 'YES' TO WS-CHANGE-FAILED
               WHEN OTHER
                   DISPLAY 'WARNING: CUSTOMER_TABLE STATUS UPDATE '
                       'FAILED FOR ' CUST-ID ' - SQLCODE=' SQLCODE
                   MOVE 'YES' TO WS-CHANGE-FAILED
           END-EVALUATE.

       BUILD-BEFORE-IMAGE.
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
           MOVE WS-CUSTOMER-IMAGE TO JRN-BEFORE-IMAGE.

       WRITE-STATUS-JOURNAL.
           MOVE CUST-STATUS TO JCI-STATUS.
           MOVE CUST-STATUS-REASON TO JCI-STATUS-REASON.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'AUTOHOLD' TO JRN-PROGRAM-ID.
           MOVE 'BATCH' TO JRN-USER-ID.
           MOVE 'STATUS' TO JRN-ACTION.
           MOVE CUST-ID TO JRN-CUST-ID.
           MOVE SPACES TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-HOLD-DAYS TO RH-HOLD-DAYS.
           MOVE WS-HOLD-AMOUNT TO RH-HOLD-AMOUNT.
           MOVE WS-HEADING-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE 'ACCOUNTS READ' TO TL-LABEL.
           MOVE WS-CUSTOMERS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE 'HOLDS PLACED' TO TL-LABEL.
           MOVE WS-HOLDS-PLACED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE 'HOLDS LIFTED' TO TL-LABEL.
           MOVE WS-HOLDS-LIFTED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           MOVE 'STILL ON HOLD - OVERDUE NOT CLEARED' TO TL-LABEL.
           MOVE WS-HOLDS-KEPT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD.
           WRITE HOLD-REPORT-RECORD.
           IF WS-CHANGES-FAILED > 0
               MOVE 'CHANGES FAILED - SEE ERROR LOG' TO TL-LABEL
               MOVE WS-CHANGES-FAILED TO TL-COUNT
               MOVE WS-TOTAL-LINE TO HOLD-REPORT-RECORD
               WRITE HOLD-REPORT-RECORD
           END-IF.
