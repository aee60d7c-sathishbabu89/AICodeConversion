       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ANONYMISE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-FILE ASSIGN TO 'CUSTARCH.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-STATUS.
           SELECT ARCHIVE-WORK-FILE ASSIGN TO 'CUSTARCH.ANO'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ARCH-WORK-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT JOURNAL-WORK-FILE ASSIGN TO 'CUSTJRNL.ANO'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JRNL-WORK-STATUS.
      *    A customer back on the live master is a current customer
      *    again, whatever its old archive copies say.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    The certificate, one generation per run -
      *    ANONCERT.<run date>.RPT - so each month's is kept as
      *    the record of what was destroyed and when.
           SELECT CERTIFICATE-REPORT ASSIGN TO WS-CERT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD.
           05 ARC-PURGED-AT      PIC X(26).
           05 FILLER             PIC X(1).
           05 ARC-CUSTOMER-IMAGE PIC X(200).

       FD ARCHIVE-WORK-FILE.
       01 ARCHIVE-WORK-RECORD PIC X(227).

       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       FD JOURNAL-WORK-FILE.
       01 JOURNAL-WORK-RECORD PIC X(484).

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD CERTIFICATE-REPORT.
       01 CERTIFICATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-ARCH-STATUS      PIC XX.
       01 WS-ARCH-WORK-STATUS PIC XX.
       01 WS-JOURNAL-STATUS   PIC XX.
       01 WS-JRNL-WORK-STATUS PIC XX.
       01 WS-CUST-STATUS      PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-RUN-TIMESTAMP    PIC X(26).
       01 WS-CERT-DSN         PIC X(40).

      *    CUSTOMER-PURGE's archive keeps a purged customer
      *    producible for seven years from the purge. A copy purged
      *    before the same day seven years ago is past it.
       01 WS-RETENTION-YEARS  PIC 9(2) VALUE 7.
       01 WS-CUTOFF-DATE.
           05 WS-CUTOFF-YEAR  PIC 9(4).
           05 WS-CUTOFF-MMDD  PIC X(4).

      *    What personal data is replaced with. Name, street and
      *    phone carry the token; city, state, postal code and
      *    birth date are blanked. CUSTOMER-RESTORE refuses to
      *    restore an image whose name is the token.
       01 WS-ANON-TOKEN       PIC X(10) VALUE 'ANONYMISED'.

      *    Customers with an archive copy still carrying personal
      *    data. WS-AN-KEEP is 'YES' once any copy is still inside
      *    retention or the customer is live again - nothing of
      *    theirs is touched until every copy has expired.
       01 WS-AN-COUNT         PIC 9(5) VALUE 0.
       01 WS-AN-IDX           PIC 9(5) VALUE 0.
       01 WS-FOUND-IDX        PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL       PIC X(3) VALUE 'NO'.
       01 WS-ANON-TABLE.
           05 WS-AN-ENTRY OCCURS 5000 TIMES.
               10 WS-AN-CUST-ID     PIC X(10).
               10 WS-AN-KEEP        PIC X(3).
               10 WS-AN-PURGED-DATE PIC X(8).
               10 WS-AN-ARCH-COUNT  PIC 9(5).
               10 WS-AN-JRNL-COUNT  PIC 9(5).
       01 WS-LOOKUP-ID        PIC X(10).

      *    Rewritten through work copies and copied back, the way
      *    CUSTOMER-MERGE rewrites ORDLEDG.DAT - if the work copy
      *    cannot be written in full, the original is left alone.
       01 WS-ARCH-REWRITTEN   PIC X(3) VALUE 'NO'.
       01 WS-JRNL-REWRITTEN   PIC X(3) VALUE 'NO'.
       01 WS-WORK-FAILED      PIC X(3) VALUE 'NO'.
       01 WS-IMAGE-CHANGED    PIC X(3) VALUE 'NO'.
       01 WS-RECORD-TOUCHED   PIC X(3) VALUE 'NO'.

       01 WS-COUNTERS.
           05 WS-ARCH-READ          PIC 9(7) VALUE 0.
           05 WS-ARCH-ANONYMISED    PIC 9(7) VALUE 0.
           05 WS-JRNL-READ          PIC 9(7) VALUE 0.
           05 WS-JRNL-ANONYMISED    PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-DONE     PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-KEPT     PIC 9(7) VALUE 0.

       COPY "JRNLREC.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".

       01 WS-CERT-HEADING.
           05 FILLER          PIC X(44)
               VALUE 'CERTIFICATE OF ANONYMISATION - RUN AT '.
           05 CH-RUN-TIMESTAMP PIC X(26).
           05 FILLER          PIC X(62) VALUE SPACES.

       01 WS-CERT-SUBHEAD.
           05 FILLER          PIC X(60) VALUE
               'PERSONAL DATA REPLACED ONCE RETENTION EXPIRED'.
           05 FILLER          PIC X(72) VALUE SPACES.

       01 WS-CERT-COLUMNS.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER          PIC X(12) VALUE 'LAST PURGED'.
           05 FILLER          PIC X(12) VALUE 'ARCHIVE'.
           05 FILLER          PIC X(12) VALUE 'JOURNAL'.
           05 FILLER          PIC X(28) VALUE 'ANONYMISED AT'.
           05 FILLER          PIC X(56) VALUE SPACES.

       01 WS-CERT-LINE.
           05 CL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-PURGED-DATE  PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 CL-ARCH-COUNT   PIC Z(6)9.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 CL-JRNL-COUNT   PIC Z(6)9.
           05 FILLER          PIC X(5) VALUE SPACES.
           05 CL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(60) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(85) VALUE SPACES.

      * Finishes what CUSTOMER-PURGE starts. The purge moves an
      * expired archived customer out of the master into
      * CUSTARCH.DAT, but the name, address, phone and birth date
      * then sat there - and in every before/after image of the
      * customer in CUSTJRNL.DAT - for good. Once every archive
      * copy of a customer is past the legal retention period
      * (seven years from the purge) and the customer is not back
      * on the master, this sweep replaces those personal fields
      * with a fixed token in the archive copies and the journal
      * images. CUST-ID, the balance, the credit limit, region,
      * status and every date other than the birth date are kept,
      * so ledgers, statements and the journal's money history
      * still foot. Ledger-line and held-order entries of a merge
      * carry no customer image and are left as they are.
      *
      * Each customer anonymised is listed with the time on the
      * ANONCERT certificate and written to the audit trail. The
      * two files are rewritten, so this runs in the month-end
      * stream straight after CUSTOMER-PURGE, with nothing online
      * writing the journal.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP.
           MOVE WS-RUN-TIMESTAMP(1:4) TO WS-CUTOFF-YEAR.
           SUBTRACT WS-RETENTION-YEARS FROM WS-CUTOFF-YEAR.
           MOVE WS-RUN-TIMESTAMP(5:4) TO WS-CUTOFF-MMDD.

           MOVE SPACES TO WS-CERT-DSN.
           STRING 'ANONCERT.' WS-RUN-TIMESTAMP(1:8) '.RPT'
               DELIMITED BY SIZE INTO WS-CERT-DSN.
           OPEN OUTPUT CERTIFICATE-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ' WS-CERT-DSN
                   ' STATUS=' WS-RPT-STATUS
               MOVE 'CUSTANON' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E134' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ANONCERT REPORT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-RUN-TIMESTAMP TO CH-RUN-TIMESTAMP.
           MOVE WS-CERT-HEADING TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE WS-CERT-SUBHEAD TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.

           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               DISPLAY 'CUSTOMER-ANONYMISE - NO CUSTARCH.DAT STATUS='
                   WS-ARCH-STATUS ' - NOTHING TO ANONYMISE'
               MOVE 'NO PURGE ARCHIVE ON FILE - NOTHING ANONYMISED'
                   TO CERTIFICATE-REPORT-RECORD
               WRITE CERTIFICATE-REPORT-RECORD
               CLOSE CERTIFICATE-REPORT
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM FIND-EXPIRED-CUSTOMERS.
           CLOSE ARCHIVE-FILE.

           PERFORM CHECK-LIVE-CUSTOMERS.

           IF WS-AN-COUNT > WS-CUSTOMERS-KEPT
               PERFORM ANONYMISE-JOURNAL
               IF WS-JRNL-REWRITTEN = 'YES'
                   PERFORM ANONYMISE-ARCHIVE
               END-IF
           END-IF.

           PERFORM WRITE-CERTIFICATE-LINES.
           PERFORM WRITE-CERTIFICATE-TOTALS.
           CLOSE CERTIFICATE-REPORT.

           DISPLAY 'CUSTOMER-ANONYMISE - CUSTOMERS ' WS-CUSTOMERS-DONE
               ' ARCHIVE COPIES ' WS-ARCH-ANONYMISED
               ' JOURNAL ENTRIES ' WS-JRNL-ANONYMISED.
           IF WS-WORK-FAILED = 'YES'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TABLE-FULL = 'YES'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

      *    The archive is appended in purge order, so a customer's
      *    later copies follow its earlier ones - a copy still in
      *    retention vetoes the customer's older expired ones.
      *    Copies already anonymised by an earlier run are passed
      *    over.
       FIND-EXPIRED-CUSTOMERS.
           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ARCHIVE-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-ARCH-READ
                       MOVE ARC-CUSTOMER-IMAGE TO WS-CUSTOMER-IMAGE
                       MOVE JCI-CUST-ID TO WS-LOOKUP-ID
                       PERFORM FIND-ANON-ENTRY
                       IF ARC-PURGED-AT(1:8) IS NUMERIC
                           AND ARC-PURGED-AT(1:8) < WS-CUTOFF-DATE
                           IF JCI-NAME NOT = WS-ANON-TOKEN
                               PERFORM NOTE-EXPIRED-COPY
                           END-IF
                       ELSE
                           IF WS-FOUND-IDX > 0
                               MOVE 'YES' TO WS-AN-KEEP(WS-FOUND-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-EXPIRED-COPY.
           IF WS-FOUND-IDX = 0
               IF WS-AN-COUNT < 5000
                   ADD 1 TO WS-AN-COUNT
                   MOVE WS-AN-COUNT TO WS-FOUND-IDX
                   MOVE JCI-CUST-ID TO WS-AN-CUST-ID(WS-FOUND-IDX)
                   MOVE 'NO' TO WS-AN-KEEP(WS-FOUND-IDX)
                   MOVE 0 TO WS-AN-ARCH-COUNT(WS-FOUND-IDX)
                   MOVE 0 TO WS-AN-JRNL-COUNT(WS-FOUND-IDX)
               ELSE
                   IF WS-TABLE-FULL = 'NO'
                       DISPLAY 'WARNING: MORE THAN 5000 CUSTOMERS DUE '
                           '- THE REST WAIT FOR THE NEXT RUN'
                   END-IF
                   MOVE 'YES' TO WS-TABLE-FULL
               END-IF
           END-IF.
           IF WS-FOUND-IDX > 0
               MOVE ARC-PURGED-AT(1:8)
                   TO WS-AN-PURGED-DATE(WS-FOUND-IDX)
           END-IF.

       FIND-ANON-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-AN-CUST-ID(WS-AN-IDX) = WS-LOOKUP-ID
                   MOVE WS-AN-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

      *    Without the master to check, nobody can say the customer
      *    has not come back - so nothing is anonymised this run.
       CHECK-LIVE-CUSTOMERS.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS ' - NOTHING ANONYMISED'
               MOVE 'CUSTANON' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E135' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'YES' TO WS-WORK-FAILED
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-AN-COUNT
                   MOVE 'YES' TO WS-AN-KEEP(WS-AN-IDX)
               END-PERFORM
           ELSE
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-AN-COUNT
                   IF WS-AN-KEEP(WS-AN-IDX) = 'NO'
                       MOVE WS-AN-CUST-ID(WS-AN-IDX) TO CUST-ID
                       READ CUSTOMER-FILE
                       IF WS-CUST-STATUS NOT = '23'
                           MOVE 'YES' TO WS-AN-KEEP(WS-AN-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-FILE
           END-IF.
           MOVE 0 TO WS-CUSTOMERS-KEPT.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-KEEP(WS-AN-IDX) = 'YES'
                   ADD 1 TO WS-CUSTOMERS-KEPT
               END-IF
           END-PERFORM.

       ANONYMISE-ARCHIVE.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT ARCHIVE-FILE.
           OPEN OUTPUT ARCHIVE-WORK-FILE.
           IF WS-ARCH-STATUS NOT = '00'
               OR WS-ARCH-WORK-STATUS NOT = '00'
               MOVE 'CUSTARCH.DAT NOT ANONYMISED - WORK COPY FAILED'
                   TO ERR-MESSAGE
               PERFORM LOG-REWRITE-FAILURE
               CLOSE ARCHIVE-FILE
               CLOSE ARCHIVE-WORK-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ARCHIVE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ANONYMISE-ONE-ARCHIVE-COPY
                           MOVE ARCHIVE-RECORD TO ARCHIVE-WORK-RECORD
                           WRITE ARCHIVE-WORK-RECORD
                           IF WS-ARCH-WORK-STATUS NOT = '00'
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
               CLOSE ARCHIVE-WORK-FILE
               IF WS-ARCH-WORK-STATUS NOT = '00'
                   MOVE 'CUSTARCH.DAT NOT ANONYMISED - WORK COPY FAILED'
                     TO ERR-MESSAGE
                   PERFORM LOG-REWRITE-FAILURE
               ELSE
                   PERFORM COPY-ARCHIVE-BACK
               END-IF
           END-IF.

       ANONYMISE-ONE-ARCHIVE-COPY.
           MOVE ARC-CUSTOMER-IMAGE TO WS-CUSTOMER-IMAGE.
           MOVE JCI-CUST-ID TO WS-LOOKUP-ID.
           PERFORM FIND-ANON-ENTRY.
           IF WS-FOUND-IDX > 0
               IF WS-AN-KEEP(WS-FOUND-IDX) = 'NO'
                   PERFORM BLANK-PERSONAL-FIELDS
                   IF WS-IMAGE-CHANGED = 'YES'
                       MOVE WS-CUSTOMER-IMAGE TO ARC-CUSTOMER-IMAGE
                       ADD 1 TO WS-AN-ARCH-COUNT(WS-FOUND-IDX)
                       ADD 1 TO WS-ARCH-ANONYMISED
                   END-IF
               END-IF
           END-IF.

      *    Works on WS-CUSTOMER-IMAGE in place.
       BLANK-PERSONAL-FIELDS.
           MOVE 'NO' TO WS-IMAGE-CHANGED.
           IF JCI-NAME NOT = WS-ANON-TOKEN
               MOVE 'YES' TO WS-IMAGE-CHANGED
               MOVE WS-ANON-TOKEN TO JCI-NAME
               MOVE WS-ANON-TOKEN TO JCI-STREET
               MOVE SPACES TO JCI-CITY
               MOVE SPACES TO JCI-STATE
               MOVE SPACES TO JCI-POSTCODE
               MOVE 'S' TO JCI-ADDR-FORMAT
               MOVE WS-ANON-TOKEN TO JCI-PHONE
               MOVE SPACES TO JCI-BIRTH-DATE
           END-IF.

       COPY-ARCHIVE-BACK.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT ARCHIVE-WORK-FILE.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCH-WORK-STATUS NOT = '00'
               OR WS-ARCH-STATUS NOT = '00'
               MOVE 'CUSTARCH.ANO NOT COPIED BACK TO CUSTARCH.DAT'
                   TO ERR-MESSAGE
               PERFORM LOG-REWRITE-FAILURE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ARCHIVE-WORK-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE ARCHIVE-WORK-RECORD TO ARCHIVE-RECORD
                           WRITE ARCHIVE-RECORD
                   END-READ
               END-PERFORM
               MOVE 'YES' TO WS-ARCH-REWRITTEN
           END-IF.
           CLOSE ARCHIVE-WORK-FILE.
           CLOSE ARCHIVE-FILE.

      *    Only the customer's own images are touched - a merge
      *    entry naming them as the other account carries the
      *    survivor's images, and the ledger-line, held-order and
      *    open-item entries carry no customer image at all.
       ANONYMISE-JOURNAL.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT JOURNAL-FILE.
           OPEN OUTPUT JOURNAL-WORK-FILE.
           IF WS-JOURNAL-STATUS NOT = '00'
               OR WS-JRNL-WORK-STATUS NOT = '00'
               MOVE 'CUSTJRNL.DAT NOT ANONYMISED - WORK COPY FAILED'
                   TO ERR-MESSAGE
               PERFORM LOG-REWRITE-FAILURE
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-JRNL-READ
                           MOVE JOURNAL-FILE-RECORD TO WS-JOURNAL-ENTRY
                           PERFORM ANONYMISE-ONE-JOURNAL-ENTRY
                           MOVE WS-JOURNAL-ENTRY TO JOURNAL-WORK-RECORD
                           WRITE JOURNAL-WORK-RECORD
                           IF WS-JRNL-WORK-STATUS NOT = '00'
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               CLOSE JOURNAL-WORK-FILE
               IF WS-JRNL-WORK-STATUS NOT = '00'
                   MOVE 'CUSTJRNL.DAT NOT ANONYMISED - WORK COPY FAILED'
                     TO ERR-MESSAGE
                   PERFORM LOG-REWRITE-FAILURE
               ELSE
                   PERFORM COPY-JOURNAL-BACK
               END-IF
           END-IF.

       ANONYMISE-ONE-JOURNAL-ENTRY.
           IF JRN-ACTION NOT = 'MRGLEDG'
               AND JRN-ACTION NOT = 'MRGHELD'
               AND JRN-ACTION NOT = 'MRGITEM'
               AND JRN-ACTION NOT = 'UNMRGLEDG'
               AND JRN-ACTION NOT = 'UNMRGHELD'
               AND JRN-ACTION NOT = 'UNMRGITEM'
               MOVE JRN-CUST-ID TO WS-LOOKUP-ID
               PERFORM FIND-ANON-ENTRY
               IF WS-FOUND-IDX > 0
                   IF WS-AN-KEEP(WS-FOUND-IDX) = 'NO'
                       MOVE 'NO' TO WS-RECORD-TOUCHED
                       IF JRN-BEFORE-IMAGE NOT = SPACES
                           AND JRN-BEFORE-IMAGE NOT = LOW-VALUES
                           MOVE JRN-BEFORE-IMAGE TO WS-CUSTOMER-IMAGE
                           PERFORM BLANK-PERSONAL-FIELDS
                           IF WS-IMAGE-CHANGED = 'YES'
                               MOVE WS-CUSTOMER-IMAGE
                                   TO JRN-BEFORE-IMAGE
                               MOVE 'YES' TO WS-RECORD-TOUCHED
                           END-IF
                       END-IF
                       IF JRN-AFTER-IMAGE NOT = SPACES
                           AND JRN-AFTER-IMAGE NOT = LOW-VALUES
                           MOVE JRN-AFTER-IMAGE TO WS-CUSTOMER-IMAGE
                           PERFORM BLANK-PERSONAL-FIELDS
                           IF WS-IMAGE-CHANGED = 'YES'
                               MOVE WS-CUSTOMER-IMAGE
                                   TO JRN-AFTER-IMAGE
                               MOVE 'YES' TO WS-RECORD-TOUCHED
                           END-IF
                       END-IF
                       IF WS-RECORD-TOUCHED = 'YES'
                           ADD 1 TO WS-AN-JRNL-COUNT(WS-FOUND-IDX)
                           ADD 1 TO WS-JRNL-ANONYMISED
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COPY-JOURNAL-BACK.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT JOURNAL-WORK-FILE.
           OPEN OUTPUT JOURNAL-FILE.
           IF WS-JRNL-WORK-STATUS NOT = '00'
               OR WS-JOURNAL-STATUS NOT = '00'
               MOVE 'CUSTJRNL.ANO NOT COPIED BACK TO CUSTJRNL.DAT'
                   TO ERR-MESSAGE
               PERFORM LOG-REWRITE-FAILURE
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-WORK-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE JOURNAL-WORK-RECORD
                               TO JOURNAL-FILE-RECORD
                           WRITE JOURNAL-FILE-RECORD
                   END-READ
               END-PERFORM
               MOVE 'YES' TO WS-JRNL-REWRITTEN
           END-IF.
           CLOSE JOURNAL-WORK-FILE.
           CLOSE JOURNAL-FILE.

      *    Caller has set ERR-MESSAGE.
       LOG-REWRITE-FAILURE.
           MOVE 'YES' TO WS-WORK-FAILED.
           DISPLAY 'ERROR: ' ERR-MESSAGE.
           MOVE 'CUSTANON' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E136' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

      *    A customer is certified only when both files were
      *    rewritten. The journal goes first: the archive copies
      *    are what pick a customer out, so while they still hold
      *    the data the next run finds the customer again and
      *    finishes whatever this one could not.
       WRITE-CERTIFICATE-LINES.
           MOVE WS-CERT-COLUMNS TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-KEEP(WS-AN-IDX) = 'NO'
                   AND WS-ARCH-REWRITTEN = 'YES'
                   AND WS-JRNL-REWRITTEN = 'YES'
                   ADD 1 TO WS-CUSTOMERS-DONE
                   MOVE WS-AN-CUST-ID(WS-AN-IDX) TO CL-CUST-ID
                   MOVE WS-AN-PURGED-DATE(WS-AN-IDX) TO CL-PURGED-DATE
                   MOVE WS-AN-ARCH-COUNT(WS-AN-IDX) TO CL-ARCH-COUNT
                   MOVE WS-AN-JRNL-COUNT(WS-AN-IDX) TO CL-JRNL-COUNT
                   MOVE WS-RUN-TIMESTAMP TO CL-TIMESTAMP
                   MOVE WS-CERT-LINE TO CERTIFICATE-REPORT-RECORD
                   WRITE CERTIFICATE-REPORT-RECORD
                   PERFORM WRITE-ANONYMISE-AUDIT
               END-IF
           END-PERFORM.

       WRITE-ANONYMISE-AUDIT.
           MOVE 'CUSTANON' TO AUD-PROGRAM-ID.
           MOVE 'BATCH' TO AUD-SOURCE-ID.
           MOVE WS-AN-CUST-ID(WS-AN-IDX) TO AUD-ENTITY-ID.
           MOVE 'ANONYMISE' TO AUD-ACTION.
           MOVE 'Retention Expired - Anonymised' TO AUD-RESULT.
           MOVE SPACES TO AUD-TIMESTAMP.
           CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY.

       WRITE-CERTIFICATE-TOTALS.
           MOVE SPACES TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'CUSTOMERS ANONYMISED:' TO TL-LABEL.
           MOVE WS-CUSTOMERS-DONE TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'ARCHIVE COPIES ANONYMISED:' TO TL-LABEL.
           MOVE WS-ARCH-ANONYMISED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'JOURNAL ENTRIES ANONYMISED:' TO TL-LABEL.
           MOVE WS-JRNL-ANONYMISED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           MOVE 'EXPIRED BUT KEPT (RETAINED OR LIVE):' TO TL-LABEL.
           MOVE WS-CUSTOMERS-KEPT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CERTIFICATE-REPORT-RECORD.
           WRITE CERTIFICATE-REPORT-RECORD.
           IF WS-WORK-FAILED = 'YES'
               MOVE SPACES TO CERTIFICATE-REPORT-RECORD
               MOVE 'REWRITE FAILED - SEE ERROR LOG; CUSTOMERS ABOVE'
                   TO CERTIFICATE-REPORT-RECORD
               WRITE CERTIFICATE-REPORT-RECORD
               MOVE 'ARE ONLY THOSE WHOSE DATA IS GONE FROM BOTH FILES'
                   TO CERTIFICATE-REPORT-RECORD
               WRITE CERTIFICATE-REPORT-RECORD
           END-IF.
           IF WS-TABLE-FULL = 'YES'
               MOVE SPACES TO CERTIFICATE-REPORT-RECORD
               MOVE 'MORE CUSTOMERS DUE THAN ONE RUN HOLDS - THE REST '
                   TO CERTIFICATE-REPORT-RECORD
               WRITE CERTIFICATE-REPORT-RECORD
               MOVE 'ARE ANONYMISED BY THE NEXT RUN'
                   TO CERTIFICATE-REPORT-RECORD
               WRITE CERTIFICATE-REPORT-RECORD
           END-IF.
