       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ID-LEGACY-LIST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT LEGACY-REPORT-FILE ASSIGN TO 'LEGACYID.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LGYRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD LEGACY-REPORT-FILE.
       01 LEGACY-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-LGYRPT-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-TOTAL-READ     PIC 9(7) VALUE 0.
       01 WS-TOTAL-SYSTEM   PIC 9(7) VALUE 0.
       01 WS-TOTAL-LEGACY   PIC 9(7) VALUE 0.
       01 WS-TOTAL-BAD      PIC 9(7) VALUE 0.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID       PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CUST-NAME     PIC X(40).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CUST-STATUS   PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-FINDING       PIC X(34).

       01 WS-CONTROL-LINE.
           05 WS-CTL-LABEL    PIC X(30).
           05 WS-CTL-COUNT    PIC Z(6)9.
           05 FILLER          PIC X(63) VALUE SPACES.

       COPY "CUSTIDSV.cpy".
       COPY "ERRLOG.cpy".

      * The working list for converting the customer master to
      * system-assigned IDs: every customer whose ID is not in the
      * 'C' + serial + check-digit form CUSTOMER-ID-SERVICE issues.
      * Those IDs are still accepted everywhere a customer ID is
      * keyed - this is how the conversion finds what is left to
      * do, and how it knows when it is finished. An ID that looks
      * like a system ID but fails its check digit cannot have been
      * issued by the service and is listed separately: someone
      * keyed it by hand, and every entry point now refuses it, so
      * it needs fixing before the customer can be served. Run on
      * demand; RETURN-CODE 4 says something is still listed.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'CUSTLGCY' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E182' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LEGACY-REPORT-FILE.
           IF WS-LGYRPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN LEGACYID.RPT STATUS='
                   WS-LGYRPT-STATUS
               MOVE 'CUSTLGCY' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E183' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN LEGACYID.RPT STATUS='
                   WS-LGYRPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-REPORT-HEADING.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END PERFORM CHECK-ONE-CUSTOMER-ID
               END-READ
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE LEGACY-REPORT-FILE.
           DISPLAY 'CUSTOMER IDS CHECKED: ' WS-TOTAL-READ
               ' LEGACY: ' WS-TOTAL-LEGACY
               ' CHECK DIGIT WRONG: ' WS-TOTAL-BAD.
           IF WS-TOTAL-LEGACY > 0 OR WS-TOTAL-BAD > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       CHECK-ONE-CUSTOMER-ID.
           ADD 1 TO WS-TOTAL-READ.
           MOVE 'V' TO CID-FUNCTION.
           MOVE CUST-ID TO CID-CUST-ID.
           CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.
           EVALUATE CID-RETURN-CODE
               WHEN '00'
                   ADD 1 TO WS-TOTAL-SYSTEM
               WHEN 'CD'
                   ADD 1 TO WS-TOTAL-BAD
                   MOVE 'CHECK DIGIT WRONG - REKEYED BY HAND'
                       TO DL-FINDING
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-LEGACY
                   MOVE 'LEGACY ID - TO BE CONVERTED' TO DL-FINDING
                   PERFORM WRITE-DETAIL-LINE
           END-EVALUATE.

       WRITE-DETAIL-LINE.
           MOVE CUST-ID TO DL-CUST-ID.
           MOVE CUST-NAME TO DL-CUST-NAME.
           MOVE CUST-STATUS TO DL-CUST-STATUS.
           MOVE WS-DETAIL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.

       WRITE-REPORT-HEADING.
           MOVE 'CUSTOMER IDS NOT IN SYSTEM-ASSIGNED FORM'
               TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'CUST ID' TO DL-CUST-ID.
           MOVE 'NAME' TO DL-CUST-NAME.
           MOVE 'STATUS' TO DL-CUST-STATUS.
           MOVE 'FINDING' TO DL-FINDING.
           MOVE WS-DETAIL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
           MOVE 'CUSTOMERS READ:' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-READ TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
           MOVE 'SYSTEM-ASSIGNED IDS:' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-SYSTEM TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
           MOVE 'LEGACY IDS TO CONVERT:' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-LEGACY TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
           MOVE 'CHECK DIGIT WRONG:' TO WS-CTL-LABEL.
           MOVE WS-TOTAL-BAD TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO LEGACY-REPORT-RECORD.
           WRITE LEGACY-REPORT-RECORD.
