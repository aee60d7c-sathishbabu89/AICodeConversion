       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECT-ACCESS-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO 'CUSTARCH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO 'DEADLTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLQ-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *    One report per request - SAR.<customer>.<run date>.RPT -
      *    so an extract already sent is never overwritten by the
      *    next one.
           SELECT EXTRACT-REPORT ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-PURGED-AT      PIC X(26).
           05 FILLER             PIC X(1).
           05 ARC-CUSTOMER-IMAGE PIC X(200).

       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-RECORD.
           05 DLQ-RAW-MESSAGE    PIC X(200).
           05 DLQ-REASON-TEXT    PIC X(40).

      *    Same fixed offsets AUDIT-REPORT maps.
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-LINE.
           05 AL-PROGRAM-ID   PIC X(8).
           05 FILLER          PIC X(1).
           05 AL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(1).
           05 AL-SOURCE-ID    PIC X(20).
           05 FILLER          PIC X(1).
           05 AL-ENTITY-ID    PIC X(10).
           05 FILLER          PIC X(1).
           05 AL-ACTION       PIC X(10).
           05 FILLER          PIC X(1).
           05 AL-RESULT       PIC X(30).
           05 FILLER          PIC X(1).

       FD EXTRACT-REPORT.
       01 EXTRACT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-ARCH-STATUS    PIC XX.
       01 WS-JOURNAL-STATUS PIC XX.
       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-HELD-STATUS    PIC XX.
       01 WS-DLQ-STATUS     PIC XX.
       01 WS-AUDIT-STATUS   PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE       PIC X(8).
       01 WS-REPORT-DSN     PIC X(40).

      *    CUSTID=id names the customer and REQUESTOR=user the
      *    person the extract is run for - both are required, since
      *    the audit trail has to say who asked about whom.
       01 WS-TARGET-ID      PIC X(10) VALUE SPACES.
       01 WS-REQUESTOR      PIC X(20) VALUE SPACES.
       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).

      *    A source that would not open with anything but "not
      *    there" (status 35) leaves the extract incomplete - the
      *    section says so and the run ends 4.
       01 WS-SOURCE-FAILED  PIC X(3) VALUE 'NO'.
       01 WS-SECTION-COUNT  PIC 9(7) VALUE 0.
       01 WS-SOURCE-NAME    PIC X(14).
       01 WS-SOURCE-STATUS  PIC XX.
       01 WS-ITEMS-HELD     PIC 9(7) VALUE 0.

      *    The customer field of a raw order message is its second
      *    '|'-delimited field.
       01 WS-MSG-FIELD-1    PIC X(20).
       01 WS-MSG-CUST-ID    PIC X(20).

       01 WS-AMOUNT-EDIT    PIC Z(6)9.99.
       01 WS-BALANCE-EDIT   PIC -(9)9.99.
       01 WS-IMAGE-TEXT     PIC X(200).
       01 WS-IMAGE-LABEL    PIC X(10).

       COPY "JRNLREC.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(34)
               VALUE 'SUBJECT ACCESS EXTRACT - CUSTOMER '.
           05 RH-CUST-ID      PIC X(10).
           05 FILLER          PIC X(16) VALUE '   REQUESTED BY '.
           05 RH-REQUESTOR    PIC X(20).
           05 FILLER          PIC X(12) VALUE '   RUN DATE '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(32) VALUE SPACES.

      *    Every section opens with the file it was drawn from, so
      *    the reader can say where each piece of data is held.
       01 WS-SECTION-HEADING.
           05 FILLER          PIC X(9) VALUE 'SOURCE: '.
           05 SH-SOURCE       PIC X(14).
           05 FILLER          PIC X(3) VALUE ' - '.
           05 SH-DESCRIPTION  PIC X(50).
           05 FILLER          PIC X(56) VALUE SPACES.

       01 WS-SECTION-FOOTING.
           05 FILLER          PIC X(9) VALUE SPACES.
           05 SF-TEXT         PIC X(60).
           05 FILLER          PIC X(63) VALUE SPACES.

       01 WS-FIELD-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 FL-LABEL        PIC X(16) VALUE SPACES.
           05 FL-VALUE        PIC X(100) VALUE SPACES.
           05 FILLER          PIC X(12) VALUE SPACES.

       01 WS-LEDGER-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 LL-ORDER-ID     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-ORDER-TYPE   PIC X(1).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-ITEM-COUNT   PIC Z9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-AMOUNT       PIC Z(6)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-OUTCOME      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 LL-REASON       PIC X(40).
           05 FILLER          PIC X(21) VALUE SPACES.

       01 WS-AUDIT-LINE.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 AX-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-PROGRAM-ID   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-SOURCE-ID    PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-ACTION       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-RESULT       PIC X(30).
           05 FILLER          PIC X(26) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Answers a customer's request to see what is held on them.
      * Given CUSTID=id REQUESTOR=user, gathers every record the
      * batch files hold for that customer into one report,
      * section by section, each labelled with its source:
      *   CUSTOMER.KSDS  the live master record, archived or not;
      *   CUSTARCH.DAT   every copy CUSTOMER-PURGE archived;
      *   CUSTJRNL.DAT   every before/after change, including the
      *                  merge entries that name the customer as
      *                  the other account;
      *   ORDLEDG.DAT    every ledger entry - orders, adjustments,
      *                  charges and payments;
      *   HELDORD.DAT    orders held for a credit decision;
      *   DEADLTR.DAT    orders refused, matched on the customer
      *                  field of the message;
      *   AUDITTRL.DAT   every audit entry whose entity is the
      *                  customer.
      * Replaces a day of searching files by hand. The run itself
      * is written to the audit trail - who asked, for whom and how
      * much was found - after the trail has been read, so the
      * extract never lists its own entry. Read-only against every
      * source; run on request.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARSE-RUN-PARAMETERS.
           IF WS-TARGET-ID = SPACES OR WS-REQUESTOR = SPACES
               DISPLAY 'SUBJECT-ACCESS-EXTRACT - CUSTID= AND '
                   'REQUESTOR= ARE BOTH REQUIRED - NOTHING EXTRACTED'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-DSN.
           STRING 'SAR.' DELIMITED BY SIZE
               WS-TARGET-ID DELIMITED BY SPACE
               '.' WS-RUN-DATE '.RPT' DELIMITED BY SIZE
               INTO WS-REPORT-DSN.
           OPEN OUTPUT EXTRACT-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ' WS-REPORT-DSN
                   ' STATUS=' WS-RPT-STATUS
               MOVE 'SUBJACC' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E133' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN EXTRACT REPORT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-TARGET-ID TO RH-CUST-ID.
           MOVE WS-REQUESTOR TO RH-REQUESTOR.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.

           PERFORM EXTRACT-MASTER-RECORD.
           PERFORM EXTRACT-ARCHIVE-COPIES.
           PERFORM EXTRACT-JOURNAL-ENTRIES.
           PERFORM EXTRACT-LEDGER-ENTRIES.
           PERFORM EXTRACT-HELD-ORDERS.
           PERFORM EXTRACT-DEAD-LETTERS.
           PERFORM EXTRACT-AUDIT-ENTRIES.

           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           MOVE SPACES TO SF-TEXT.
           IF WS-SOURCE-FAILED = 'YES'
               STRING 'EXTRACT INCOMPLETE - A SOURCE COULD NOT BE READ'
                   DELIMITED BY SIZE INTO SF-TEXT
           ELSE
               STRING 'END OF EXTRACT - ALL SOURCES READ'
                   DELIMITED BY SIZE INTO SF-TEXT
           END-IF.
           MOVE WS-SECTION-FOOTING TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           CLOSE EXTRACT-REPORT.

           PERFORM WRITE-EXTRACT-AUDIT.
           DISPLAY 'SUBJECT-ACCESS-EXTRACT - ' WS-TARGET-ID ' - '
               WS-ITEMS-HELD ' ITEMS WRITTEN TO ' WS-REPORT-DSN.
           IF WS-SOURCE-FAILED = 'YES'
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
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:7) = 'CUSTID='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(8:10)
                       TO WS-TARGET-ID
               END-IF
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:10)
                   = 'REQUESTOR='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(11:20)
                       TO WS-REQUESTOR
               END-IF
           END-PERFORM.

      *    Caller has set WS-SOURCE-NAME and SH-DESCRIPTION.
       WRITE-SECTION-HEADING.
           MOVE 0 TO WS-SECTION-COUNT.
           MOVE SPACES TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           MOVE WS-SOURCE-NAME TO SH-SOURCE.
           MOVE WS-SECTION-HEADING TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.

      *    Status 35 is a file that does not exist yet - nothing is
      *    held there. Anything else means the data may be there
      *    and was not read.
       WRITE-SOURCE-UNREAD.
           MOVE SPACES TO SF-TEXT.
           IF WS-SOURCE-STATUS = '35'
               MOVE 'FILE NOT PRESENT - NOTHING HELD' TO SF-TEXT
           ELSE
               MOVE 'YES' TO WS-SOURCE-FAILED
               STRING 'NOT READ - FILE STATUS ' WS-SOURCE-STATUS
                   ' - RERUN BEFORE SENDING' DELIMITED BY SIZE
                   INTO SF-TEXT
           END-IF.
           MOVE WS-SECTION-FOOTING TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.

       WRITE-SECTION-COUNT.
           MOVE SPACES TO SF-TEXT.
           IF WS-SECTION-COUNT = 0
               MOVE 'NOTHING HELD FOR THIS CUSTOMER' TO SF-TEXT
           ELSE
               STRING WS-SECTION-COUNT ' ENTRIES' DELIMITED BY SIZE
                   INTO SF-TEXT
           END-IF.
           ADD WS-SECTION-COUNT TO WS-ITEMS-HELD.
           MOVE WS-SECTION-FOOTING TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.

      *    Caller has set FL-LABEL and FL-VALUE.
       WRITE-FIELD-LINE.
           MOVE WS-FIELD-LINE TO EXTRACT-REPORT-RECORD.
           WRITE EXTRACT-REPORT-RECORD.
           MOVE SPACES TO FL-LABEL.
           MOVE SPACES TO FL-VALUE.

      *    A 200-byte image or message over two lines, under the
      *    label in WS-IMAGE-LABEL.
       WRITE-IMAGE-LINES.
           MOVE WS-IMAGE-LABEL TO FL-LABEL.
           MOVE WS-IMAGE-TEXT(1:100) TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           IF WS-IMAGE-TEXT(101:100) NOT = SPACES
               MOVE WS-IMAGE-TEXT(101:100) TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

       EXTRACT-MASTER-RECORD.
           MOVE 'CUSTOMER.KSDS' TO WS-SOURCE-NAME.
           MOVE 'CUSTOMER MASTER RECORD' TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               MOVE WS-CUST-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE WS-TARGET-ID TO CUST-ID
               READ CUSTOMER-FILE
               EVALUATE WS-CUST-STATUS
                   WHEN '00'
                       ADD 1 TO WS-SECTION-COUNT
                       PERFORM SHOW-MASTER-RECORD
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       MOVE WS-CUST-STATUS TO WS-SOURCE-STATUS
                       PERFORM WRITE-SOURCE-UNREAD
               END-EVALUATE
               CLOSE CUSTOMER-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       SHOW-MASTER-RECORD.
           MOVE 'ID:' TO FL-LABEL.
           MOVE CUST-ID TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'NAME:' TO FL-LABEL.
           MOVE CUST-NAME TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'ADDRESS:' TO FL-LABEL.
           IF CUST-ADDR-FORMAT = 'S'
               STRING CUST-STREET DELIMITED BY '  '
                   ', ' CUST-CITY DELIMITED BY '  '
                   ', ' CUST-STATE DELIMITED BY SPACE
                   ' ' CUST-POSTCODE DELIMITED BY SPACE
                   INTO FL-VALUE
           ELSE
               MOVE CUST-ADDRESS-TEXT TO FL-VALUE
           END-IF.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'PHONE:' TO FL-LABEL.
           MOVE CUST-PHONE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'BALANCE:' TO FL-LABEL.
           MOVE CUST-BALANCE TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'CREDIT LIMIT:' TO FL-LABEL.
           MOVE CUST-CREDIT-LIMIT TO WS-BALANCE-EDIT.
           MOVE WS-BALANCE-EDIT TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'REGION:' TO FL-LABEL.
           MOVE CUST-REGION TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'STATUS:' TO FL-LABEL.
           STRING CUST-STATUS DELIMITED BY SPACE
               '  REASON ' CUST-STATUS-REASON DELIMITED BY SIZE
               INTO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           MOVE 'BIRTH DATE:' TO FL-LABEL.
           MOVE CUST-BIRTH-DATE TO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           IF CUST-ARCHIVE-DATE NOT = SPACES
               MOVE 'ARCHIVED ON:' TO FL-LABEL
               MOVE CUST-ARCHIVE-DATE TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.

       EXTRACT-ARCHIVE-COPIES.
           MOVE 'CUSTARCH.DAT' TO WS-SOURCE-NAME.
           MOVE 'COPIES KEPT WHEN THE ACCOUNT WAS PURGED'
               TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               MOVE WS-ARCH-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ARCHIVE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE ARC-CUSTOMER-IMAGE
                               TO WS-CUSTOMER-IMAGE
                           IF JCI-CUST-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE 'PURGED AT:' TO FL-LABEL
                               MOVE ARC-PURGED-AT TO FL-VALUE
                               PERFORM WRITE-FIELD-LINE
                               MOVE 'RECORD:' TO WS-IMAGE-LABEL
                               MOVE ARC-CUSTOMER-IMAGE
                                   TO WS-IMAGE-TEXT
                               PERFORM WRITE-IMAGE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

      *    A merge's entries name this customer either as the
      *    account changed or as the other account involved.
       EXTRACT-JOURNAL-ENTRIES.
           MOVE 'CUSTJRNL.DAT' TO WS-SOURCE-NAME.
           MOVE 'EVERY CHANGE MADE TO THE CUSTOMER RECORD'
               TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               MOVE WS-JOURNAL-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE JOURNAL-FILE-RECORD
                               TO WS-JOURNAL-ENTRY
                           IF JRN-CUST-ID = WS-TARGET-ID
                               OR JRN-RELATED-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               PERFORM SHOW-JOURNAL-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       SHOW-JOURNAL-ENTRY.
           MOVE 'CHANGE:' TO FL-LABEL.
           STRING JRN-TIMESTAMP ' ' JRN-ACTION ' BY '
               JRN-USER-ID ' VIA ' JRN-PROGRAM-ID
               DELIMITED BY SIZE INTO FL-VALUE.
           PERFORM WRITE-FIELD-LINE.
           IF JRN-RELATED-ID NOT = SPACES
               MOVE 'OTHER ACCOUNT:' TO FL-LABEL
               MOVE JRN-RELATED-ID TO FL-VALUE
               PERFORM WRITE-FIELD-LINE
           END-IF.
           IF JRN-BEFORE-IMAGE NOT = SPACES
               AND JRN-BEFORE-IMAGE NOT = LOW-VALUES
               MOVE 'BEFORE:' TO WS-IMAGE-LABEL
               MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-TEXT
               PERFORM WRITE-IMAGE-LINES
           END-IF.
           IF JRN-AFTER-IMAGE NOT = SPACES
               AND JRN-AFTER-IMAGE NOT = LOW-VALUES
               MOVE 'AFTER:' TO WS-IMAGE-LABEL
               MOVE JRN-AFTER-IMAGE TO WS-IMAGE-TEXT
               PERFORM WRITE-IMAGE-LINES
           END-IF.

       EXTRACT-LEDGER-ENTRIES.
           MOVE 'ORDLEDG.DAT' TO WS-SOURCE-NAME.
           MOVE 'ORDERS, ADJUSTMENTS, CHARGES AND PAYMENTS'
               TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               MOVE WS-LEDGER-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF LGR-CUST-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE LGR-ORDER-ID TO LL-ORDER-ID
                               MOVE LGR-ORDER-TYPE TO LL-ORDER-TYPE
                               MOVE LGR-ITEM-COUNT TO LL-ITEM-COUNT
                               MOVE LGR-TOTAL-AMOUNT TO LL-AMOUNT
                               MOVE LGR-TIMESTAMP TO LL-TIMESTAMP
                               MOVE LGR-OUTCOME TO LL-OUTCOME
                               MOVE LGR-REASON-TEXT TO LL-REASON
                               MOVE WS-LEDGER-LINE
                                   TO EXTRACT-REPORT-RECORD
                               WRITE EXTRACT-REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       EXTRACT-HELD-ORDERS.
           MOVE 'HELDORD.DAT' TO WS-SOURCE-NAME.
           MOVE 'ORDERS HELD FOR A CREDIT DECISION' TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS NOT = '00'
               MOVE WS-HELD-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-ORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF HLD-CUST-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE HLD-TOTAL-AMOUNT TO WS-AMOUNT-EDIT
                               MOVE 'HELD ORDER:' TO FL-LABEL
                               STRING HLD-ORDER-ID ' AMOUNT '
                                   WS-AMOUNT-EDIT ' HELD AT '
                                   HLD-HELD-TIMESTAMP
                                   DELIMITED BY SIZE INTO FL-VALUE
                               PERFORM WRITE-FIELD-LINE
                               MOVE 'MESSAGE:' TO WS-IMAGE-LABEL
                               MOVE HLD-RAW-MESSAGE TO WS-IMAGE-TEXT
                               PERFORM WRITE-IMAGE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDER-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       EXTRACT-DEAD-LETTERS.
           MOVE 'DEADLTR.DAT' TO WS-SOURCE-NAME.
           MOVE 'ORDERS REFUSED AND PARKED' TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT DEAD-LETTER-FILE.
           IF WS-DLQ-STATUS NOT = '00'
               MOVE WS-DLQ-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ DEAD-LETTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO WS-MSG-FIELD-1
                           MOVE SPACES TO WS-MSG-CUST-ID
                           UNSTRING DLQ-RAW-MESSAGE DELIMITED BY '|'
                               INTO WS-MSG-FIELD-1 WS-MSG-CUST-ID
                           END-UNSTRING
                           IF WS-MSG-CUST-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE 'REASON:' TO FL-LABEL
                               MOVE DLQ-REASON-TEXT TO FL-VALUE
                               PERFORM WRITE-FIELD-LINE
                               MOVE 'MESSAGE:' TO WS-IMAGE-LABEL
                               MOVE DLQ-RAW-MESSAGE TO WS-IMAGE-TEXT
                               PERFORM WRITE-IMAGE-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       EXTRACT-AUDIT-ENTRIES.
           MOVE 'AUDITTRL.DAT' TO WS-SOURCE-NAME.
           MOVE 'LOOKUPS, CHANGES AND OTHER ACCESS RECORDED'
               TO SH-DESCRIPTION.
           PERFORM WRITE-SECTION-HEADING.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE WS-AUDIT-STATUS TO WS-SOURCE-STATUS
               PERFORM WRITE-SOURCE-UNREAD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF AL-ENTITY-ID = WS-TARGET-ID
                               ADD 1 TO WS-SECTION-COUNT
                               MOVE AL-TIMESTAMP TO AX-TIMESTAMP
                               MOVE AL-PROGRAM-ID TO AX-PROGRAM-ID
                               MOVE AL-SOURCE-ID TO AX-SOURCE-ID
                               MOVE AL-ACTION TO AX-ACTION
                               MOVE AL-RESULT TO AX-RESULT
                               MOVE WS-AUDIT-LINE
                                   TO EXTRACT-REPORT-RECORD
                               WRITE EXTRACT-REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
               PERFORM WRITE-SECTION-COUNT
           END-IF.

       WRITE-EXTRACT-AUDIT.
           MOVE 'SUBJACC' TO AUD-PROGRAM-ID.
           MOVE WS-REQUESTOR TO AUD-SOURCE-ID.
           MOVE WS-TARGET-ID TO AUD-ENTITY-ID.
           MOVE 'SAREXTRACT' TO AUD-ACTION.
           MOVE SPACES TO AUD-RESULT.
           IF WS-SOURCE-FAILED = 'YES'
               STRING 'Incomplete ' WS-ITEMS-HELD ' Items'
                   DELIMITED BY SIZE INTO AUD-RESULT
           ELSE
               STRING 'Extracted ' WS-ITEMS-HELD ' Items'
                   DELIMITED BY SIZE INTO AUD-RESULT
           END-IF.
           MOVE SPACES TO AUD-TIMESTAMP.
           CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY.
