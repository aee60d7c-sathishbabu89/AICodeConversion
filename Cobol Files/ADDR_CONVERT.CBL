       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRESS-CONVERT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    The addresses this pass could not split, with the reason,
      *    for the data team to rekey through CUSTOMER-MAINT or
      *    CUSTOMER-UPDATE.
           SELECT EXCEPTION-REPORT ASSIGN TO 'ADDRCONV.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-SPLIT-OK      PIC X(3) VALUE 'YES'.
       01 WS-SPLIT-REASON  PIC X(30) VALUE SPACES.

      *    The free text cut at its commas. A well-formed legacy
      *    address reads "street, city, state postcode" or
      *    "street, city, state, postcode"; a fifth slot catches
      *    the ones with a comma too many.
       01 WS-PART-COUNT    PIC 9(2) VALUE 0.
       01 WS-PART-IDX      PIC 9(2) VALUE 0.
       01 WS-ADDRESS-PARTS.
           05 WS-PART OCCURS 5 TIMES PIC X(60).
       01 WS-SP-POINTER    PIC 9(2) VALUE 1.

      *    Each part is held at full width until it has been checked
      *    against the width of the record field it is going into -
      *    a part that would be cut short is not split at all.
       01 WS-SPLIT-STREET   PIC X(60).
       01 WS-SPLIT-CITY     PIC X(60).
       01 WS-SPLIT-STATE    PIC X(60).
       01 WS-SPLIT-POSTCODE PIC X(60).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(7) VALUE 0.
           05 WS-RECORDS-CONVERTED PIC 9(7) VALUE 0.
           05 WS-RECORDS-SKIPPED   PIC 9(7) VALUE 0.
           05 WS-RECORDS-NOT-SPLIT PIC 9(7) VALUE 0.
           05 WS-REWRITE-FAILURES  PIC 9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'ADDRESS-CONVERT - ADDRESSES NOT SPLIT   '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER ID '.
           05 FILLER          PIC X(27) VALUE 'NAME'.
           05 FILLER          PIC X(62) VALUE 'ADDRESS AS HELD'.
           05 FILLER          PIC X(31) VALUE 'REASON'.

       01 WS-EXCEPTION-LINE.
           05 XL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-NAME         PIC X(25).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-ADDRESS      PIC X(60).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-REASON       PIC X(30).
           05 FILLER          PIC X(1) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(89) VALUE SPACES.

       COPY "ERRLOG.cpy".
       COPY "JRNLREC.cpy".

      * One-time conversion pass behind the structured postal
      * address: walks CUSTOMER.KSDS and, for every record still
      * carrying its address as one free-text line, splits the text
      * at its commas into street, city, state/province and postal
      * code. Only a line that splits cleanly - three or four parts,
      * every part present and fitting its field - is rewritten;
      * anything else is left exactly as it was and listed on
      * ADDRCONV.RPT with the reason, for the data team to rekey at
      * the terminal (CUSTOMER-MAINT and CUSTOMER-UPDATE show the
      * old text beside the empty parts). Records already split are
      * left alone, so the pass is safe to rerun after the data team
      * has worked the list. Every split is journaled through
      * CUSTOMER-JOURNAL like any other change to the file; the
      * CUSTOMER_TABLE columns pick the parts up from the next
      * CUSTOMER-RECONCILE run in SYNC mode, which pushes the file's
      * address to the table.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'ADDRCONV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E116' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ADDRCONV.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'ADDRCONV' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E117' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ADDRCONV.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM CONVERT-ONE-RECORD
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CUSTOMER-FILE.
           CLOSE EXCEPTION-REPORT.
           DISPLAY 'ADDRESS-CONVERT - READ ' WS-RECORDS-READ
               ' CONVERTED ' WS-RECORDS-CONVERTED
               ' ALREADY DONE ' WS-RECORDS-SKIPPED
               ' NOT SPLIT ' WS-RECORDS-NOT-SPLIT.
           IF WS-RECORDS-NOT-SPLIT > 0 OR WS-REWRITE-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CONVERT-ONE-RECORD.
           EVALUATE TRUE
               WHEN CUST-ADDR-FORMAT = 'S'
                   ADD 1 TO WS-RECORDS-SKIPPED
               WHEN CUST-ADDRESS-TEXT = SPACES
                   MOVE 'NO' TO WS-SPLIT-OK
                   MOVE 'NO ADDRESS ON FILE' TO WS-SPLIT-REASON
                   PERFORM LIST-UNSPLIT-ADDRESS
               WHEN OTHER
                   PERFORM SPLIT-LEGACY-ADDRESS
                   IF WS-SPLIT-OK = 'YES'
                       PERFORM REWRITE-SPLIT-ADDRESS
                   ELSE
                       PERFORM LIST-UNSPLIT-ADDRESS
                   END-IF
           END-EVALUATE.

      *    Three parts carry the state and postal code together in
      *    the last one, the state as its first word; four carry
      *    them apart. A postal code may itself hold a space (the
      *    Canadian and UK forms), so everything after the state's
      *    first word is the postal code.
       SPLIT-LEGACY-ADDRESS.
           MOVE 'YES' TO WS-SPLIT-OK.
           MOVE SPACES TO WS-SPLIT-REASON.
           MOVE SPACES TO WS-ADDRESS-PARTS.
           MOVE 0 TO WS-PART-COUNT.
           UNSTRING CUST-ADDRESS-TEXT DELIMITED BY ','
               INTO WS-PART(1) WS-PART(2) WS-PART(3) WS-PART(4)
                    WS-PART(5)
               TALLYING IN WS-PART-COUNT
           END-UNSTRING.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > 5
               MOVE FUNCTION TRIM(WS-PART(WS-PART-IDX) LEADING)
                   TO WS-PART(WS-PART-IDX)
           END-PERFORM.

           MOVE WS-PART(1) TO WS-SPLIT-STREET.
           MOVE WS-PART(2) TO WS-SPLIT-CITY.
           MOVE SPACES TO WS-SPLIT-STATE.
           MOVE SPACES TO WS-SPLIT-POSTCODE.
           EVALUATE WS-PART-COUNT
               WHEN 3
                   MOVE 1 TO WS-SP-POINTER
                   UNSTRING WS-PART(3) DELIMITED BY ALL SPACE
                       INTO WS-SPLIT-STATE
                       WITH POINTER WS-SP-POINTER
                   END-UNSTRING
                   IF WS-SP-POINTER NOT > 60
                       MOVE WS-PART(3)(WS-SP-POINTER:)
                           TO WS-SPLIT-POSTCODE
                   END-IF
               WHEN 4
                   MOVE WS-PART(3) TO WS-SPLIT-STATE
                   MOVE WS-PART(4) TO WS-SPLIT-POSTCODE
               WHEN OTHER
                   MOVE 'NO' TO WS-SPLIT-OK
                   MOVE 'NOT STREET, CITY, STATE POSTCD'
                       TO WS-SPLIT-REASON
           END-EVALUATE.

           IF WS-SPLIT-OK = 'YES'
               PERFORM CHECK-SPLIT-PARTS
           END-IF.

      *    First failure wins - one reason per listed customer is
      *    enough to send someone to the record.
       CHECK-SPLIT-PARTS.
           EVALUATE TRUE
               WHEN WS-SPLIT-STREET = SPACES
                   MOVE 'STREET MISSING' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-STREET(31:30) NOT = SPACES
                   MOVE 'STREET LONGER THAN 30' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-CITY = SPACES
                   MOVE 'CITY MISSING' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-CITY(17:44) NOT = SPACES
                   MOVE 'CITY LONGER THAN 16' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-STATE = SPACES
                   MOVE 'STATE/PROVINCE MISSING' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-STATE(4:57) NOT = SPACES
                   MOVE 'STATE/PROVINCE LONGER THAN 3'
                       TO WS-SPLIT-REASON
               WHEN WS-SPLIT-POSTCODE = SPACES
                   MOVE 'POSTAL CODE MISSING' TO WS-SPLIT-REASON
               WHEN WS-SPLIT-POSTCODE(11:50) NOT = SPACES
                   MOVE 'POSTAL CODE LONGER THAN 10'
                       TO WS-SPLIT-REASON
           END-EVALUATE.
           IF WS-SPLIT-REASON NOT = SPACES
               MOVE 'NO' TO WS-SPLIT-OK
           END-IF.

       REWRITE-SPLIT-ADDRESS.
           PERFORM BUILD-BEFORE-IMAGE.
           MOVE WS-SPLIT-STREET TO CUST-STREET.
           MOVE WS-SPLIT-CITY TO CUST-CITY.
           MOVE WS-SPLIT-STATE TO CUST-STATE.
           MOVE WS-SPLIT-POSTCODE TO CUST-POSTCODE.
           MOVE 'S' TO CUST-ADDR-FORMAT.
           REWRITE CUSTOMER-RECORD.
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-RECORDS-CONVERTED
               PERFORM WRITE-CONVERT-JOURNAL
           ELSE
               ADD 1 TO WS-REWRITE-FAILURES
               DISPLAY 'ERROR: REWRITE FAILED FOR ' CUST-ID
                   ' STATUS=' WS-CUST-STATUS
           END-IF.

       LIST-UNSPLIT-ADDRESS.
           ADD 1 TO WS-RECORDS-NOT-SPLIT.
           MOVE CUST-ID TO XL-CUST-ID.
           MOVE CUST-NAME TO XL-NAME.
           MOVE CUST-ADDRESS-TEXT TO XL-ADDRESS.
           MOVE WS-SPLIT-REASON TO XL-REASON.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'RECORDS READ:' TO TL-LABEL.
           MOVE WS-RECORDS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'ADDRESSES SPLIT THIS RUN:' TO TL-LABEL.
           MOVE WS-RECORDS-CONVERTED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'ALREADY SPLIT:' TO TL-LABEL.
           MOVE WS-RECORDS-SKIPPED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'NOT SPLIT - LISTED ABOVE:' TO TL-LABEL.
           MOVE WS-RECORDS-NOT-SPLIT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'REWRITE FAILURES:' TO TL-LABEL.
           MOVE WS-REWRITE-FAILURES TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

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

       WRITE-CONVERT-JOURNAL.
           MOVE CUST-ADDRESS TO JCI-ADDRESS.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'ADDRCONV' TO JRN-PROGRAM-ID.
           MOVE 'BATCH' TO JRN-USER-ID.
           MOVE 'CONVERT' TO JRN-ACTION.
           MOVE CUST-ID TO JRN-CUST-ID.
           MOVE SPACES TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.
