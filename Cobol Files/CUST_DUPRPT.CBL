       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DUPLICATE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    The likely duplicate pairs, for the credit team to check
      *    and, where they agree, request the merge at the terminal
      *    (CUSTOMER-MAINT PF9).
           SELECT CANDIDATE-REPORT ASSIGN TO 'DUPCAND.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD CANDIDATE-REPORT.
       01 CANDIDATE-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-CUST-STATUS   PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE      PIC X(8).
       01 WS-TABLE-FULL    PIC X(3) VALUE 'NO'.

      *    Every live customer with its three comparison keys. The
      *    keys are built once on the way in, so the pairing pass is
      *    straight field compares.
       01 WS-CUST-COUNT    PIC 9(5) VALUE 0.
       01 WS-IDX-A         PIC 9(5) VALUE 0.
       01 WS-IDX-B         PIC 9(5) VALUE 0.
       01 WS-IDX-FIRST     PIC 9(5) VALUE 0.
       01 WS-CUSTOMER-TABLE.
           05 WS-DC-ENTRY OCCURS 5000 TIMES.
               10 WS-DC-ID          PIC X(10).
               10 WS-DC-NAME        PIC X(25).
               10 WS-DC-STATUS      PIC X(10).
               10 WS-DC-BALANCE     PIC S9(9)V99 COMP-3.
               10 WS-DC-NAME-KEY    PIC X(60).
               10 WS-DC-PHONE-KEY   PIC X(15).
               10 WS-DC-ADDR-KEY    PIC X(60).

      *    Normalising: upper case, then only letters and digits
      *    kept, so "Acme Ltd.", "ACME LTD" and "acme, ltd" all key
      *    the same.
       01 WS-NORM-IN       PIC X(60).
       01 WS-NORM-OUT      PIC X(60).
       01 WS-NORM-IDX      PIC 9(2) VALUE 0.
       01 WS-NORM-LEN      PIC 9(2) VALUE 0.
       01 WS-NORM-CHAR     PIC X(1).

      *    A name is cut into words first so the legal-form words
      *    that one source spells out and the other abbreviates or
      *    leaves off - INC, LTD, CORP, THE and the like - play no
      *    part in the match.
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD OCCURS 8 TIMES PIC X(50).
       01 WS-WORD-COUNT    PIC 9(2) VALUE 0.
       01 WS-WORD-IDX      PIC 9(2) VALUE 0.
       01 WS-NAME-PTR      PIC 9(2) VALUE 1.
       01 WS-NOISE-WORD    PIC X(3).
       01 WS-NOISE-WORDS.
           05 FILLER PIC X(12) VALUE 'INC         '.
           05 FILLER PIC X(12) VALUE 'INCORPORATED'.
           05 FILLER PIC X(12) VALUE 'LTD         '.
           05 FILLER PIC X(12) VALUE 'LIMITED     '.
           05 FILLER PIC X(12) VALUE 'LLC         '.
           05 FILLER PIC X(12) VALUE 'PLC         '.
           05 FILLER PIC X(12) VALUE 'CO          '.
           05 FILLER PIC X(12) VALUE 'COMPANY     '.
           05 FILLER PIC X(12) VALUE 'CORP        '.
           05 FILLER PIC X(12) VALUE 'CORPORATION '.
           05 FILLER PIC X(12) VALUE 'THE         '.
       01 WS-NOISE-TABLE REDEFINES WS-NOISE-WORDS.
           05 WS-NOISE-ENTRY OCCURS 11 TIMES PIC X(12).
       01 WS-NOISE-IDX     PIC 9(2) VALUE 0.

      *    A phone number keys on its digits only, and only when
      *    there are enough of them to mean something - a stub like
      *    "0" or "TBA" on two bulk-loaded records is no evidence.
       01 WS-DIGIT-COUNT   PIC 9(2) VALUE 0.

       01 WS-MATCH-COUNT   PIC 9(1) VALUE 0.
       01 WS-MATCHED-ON    PIC X(20).
       01 WS-MATCH-PTR     PIC 9(2) VALUE 1.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ      PIC 9(7) VALUE 0.
           05 WS-RECORDS-ARCHIVED  PIC 9(7) VALUE 0.
           05 WS-RECORDS-NOT-HELD  PIC 9(7) VALUE 0.
           05 WS-PAIRS-LISTED      PIC 9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'CUSTOMER-DUPLICATE-REPORT - CANDIDATES  '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER ID '.
           05 FILLER          PIC X(27) VALUE 'NAME'.
           05 FILLER          PIC X(14) VALUE 'BALANCE'.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER ID '.
           05 FILLER          PIC X(27) VALUE 'NAME'.
           05 FILLER          PIC X(14) VALUE 'BALANCE'.
           05 FILLER          PIC X(26) VALUE 'MATCHED ON'.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID-A    PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NAME-A       PIC X(25).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-BALANCE-A    PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CUST-ID-B    PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NAME-B       PIC X(25).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-BALANCE-B    PIC -(8)9.99.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-MATCHED-ON   PIC X(20).
           05 FILLER          PIC X(6) VALUE SPACES.

      *    Second line under a pair whose accounts are not both
      *    ACTIVE - a suspended or closed half is usually the one to
      *    merge away, but that is the credit team's call.
       01 WS-STATUS-LINE.
           05 FILLER          PIC X(12) VALUE SPACES.
           05 FILLER          PIC X(8) VALUE 'STATUS: '.
           05 SL-STATUS-A     PIC X(10).
           05 FILLER          PIC X(23) VALUE SPACES.
           05 FILLER          PIC X(8) VALUE 'STATUS: '.
           05 SL-STATUS-B     PIC X(10).
           05 FILLER          PIC X(61) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(89) VALUE SPACES.

       COPY "ERRLOG.cpy".

      * Duplicate-account candidate report. The same company often
      * sits on the master twice - once keyed at the terminal and
      * once bulk-loaded by CUSTOMER-LOAD - with its balance and
      * order history split between the two IDs. This run reads
      * every live (non-archived) customer and keys each one three
      * ways: the name with punctuation, spacing and legal-form
      * words taken out; the phone number's digits; and the postal
      * address run together as letters and digits (street, city,
      * state and postal code on a split address, the free text on
      * one not yet split - the same characters either way, so a
      * converted record still pairs with an unconverted one). Two
      * customers agreeing on at least two of the three keys are
      * listed as a candidate pair on DUPCAND.RPT, with the keys
      * they matched on; one key alone (a common name, a shared
      * switchboard number, two tenants of one building) is too
      * weak to list. The report changes nothing. A pair the credit
      * team confirms is merged through the maker-checker merge
      * request on CUSTOMER-MAINT, approved on PEND-REVIEW and
      * applied by the nightly CUSTOMER-MERGE step. Run on request,
      * not from the nightly driver.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'DUPRPT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E124' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT CANDIDATE-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DUPCAND.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'DUPRPT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E125' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN DUPCAND.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM LOAD-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE SPACES TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.

           PERFORM VARYING WS-IDX-A FROM 1 BY 1
                   UNTIL WS-IDX-A >= WS-CUST-COUNT
               COMPUTE WS-IDX-FIRST = WS-IDX-A + 1
               PERFORM COMPARE-ONE-PAIR
                   VARYING WS-IDX-B FROM WS-IDX-FIRST BY 1
                   UNTIL WS-IDX-B > WS-CUST-COUNT
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE CANDIDATE-REPORT.
           DISPLAY 'CUSTOMER-DUPLICATE-REPORT - READ ' WS-RECORDS-READ
               ' COMPARED ' WS-CUST-COUNT
               ' PAIRS LISTED ' WS-PAIRS-LISTED.
           IF WS-TABLE-FULL = 'YES'
               DISPLAY 'WARNING: MORE THAN 5000 LIVE CUSTOMERS - '
                   WS-RECORDS-NOT-HELD ' NOT COMPARED'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Archived records are already off the books - a live
      *    account paired with one needs no merge, at most a
      *    restore.
       LOAD-ONE-CUSTOMER.
           IF CUST-STATUS = 'ARCHIVED'
               ADD 1 TO WS-RECORDS-ARCHIVED
           ELSE
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE CUST-ID TO WS-DC-ID(WS-CUST-COUNT)
                   MOVE CUST-NAME TO WS-DC-NAME(WS-CUST-COUNT)
                   MOVE CUST-STATUS TO WS-DC-STATUS(WS-CUST-COUNT)
                   MOVE CUST-BALANCE TO WS-DC-BALANCE(WS-CUST-COUNT)
                   PERFORM BUILD-NAME-KEY
                   PERFORM BUILD-PHONE-KEY
                   PERFORM BUILD-ADDRESS-KEY
               ELSE
                   MOVE 'YES' TO WS-TABLE-FULL
                   ADD 1 TO WS-RECORDS-NOT-HELD
               END-IF
           END-IF.

       BUILD-NAME-KEY.
           MOVE FUNCTION UPPER-CASE(CUST-NAME) TO WS-NORM-IN.
           INSPECT WS-NORM-IN CONVERTING '.,&-/' TO '     '.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE 0 TO WS-WORD-COUNT.
           UNSTRING WS-NORM-IN DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
                    WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
                    WS-NAME-WORD(7) WS-NAME-WORD(8)
               TALLYING IN WS-WORD-COUNT
           END-UNSTRING.
           MOVE SPACES TO WS-NORM-IN.
           MOVE 1 TO WS-NAME-PTR.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 8
               MOVE 'NO' TO WS-NOISE-WORD
               PERFORM VARYING WS-NOISE-IDX FROM 1 BY 1
                       UNTIL WS-NOISE-IDX > 11
                   IF WS-NAME-WORD(WS-WORD-IDX)
                       = WS-NOISE-ENTRY(WS-NOISE-IDX)
                       MOVE 'YES' TO WS-NOISE-WORD
                   END-IF
               END-PERFORM
               IF WS-NOISE-WORD = 'NO'
                   AND WS-NAME-WORD(WS-WORD-IDX) NOT = SPACES
                   STRING WS-NAME-WORD(WS-WORD-IDX) DELIMITED BY SPACE
                       INTO WS-NORM-IN
                       WITH POINTER WS-NAME-PTR
                   END-STRING
               END-IF
           END-PERFORM.
           PERFORM NORMALISE-TEXT.
           MOVE WS-NORM-OUT TO WS-DC-NAME-KEY(WS-CUST-COUNT).

       BUILD-PHONE-KEY.
           MOVE FUNCTION UPPER-CASE(CUST-PHONE) TO WS-NORM-IN.
           INSPECT WS-NORM-IN CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO '                          '.
           PERFORM NORMALISE-TEXT.
           MOVE WS-NORM-LEN TO WS-DIGIT-COUNT.
           IF WS-DIGIT-COUNT < 7
               MOVE SPACES TO WS-DC-PHONE-KEY(WS-CUST-COUNT)
           ELSE
               MOVE WS-NORM-OUT TO WS-DC-PHONE-KEY(WS-CUST-COUNT)
           END-IF.

       BUILD-ADDRESS-KEY.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE SPACES TO WS-NORM-IN
               STRING CUST-STREET DELIMITED BY SIZE
                   CUST-CITY DELIMITED BY SIZE
                   CUST-STATE DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY SIZE
                   INTO WS-NORM-IN
               END-STRING
           ELSE
               MOVE CUST-ADDRESS-TEXT TO WS-NORM-IN
           END-IF.
           PERFORM NORMALISE-TEXT.
           MOVE WS-NORM-OUT TO WS-DC-ADDR-KEY(WS-CUST-COUNT).

       NORMALISE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE 0 TO WS-NORM-LEN.
           PERFORM VARYING WS-NORM-IDX FROM 1 BY 1
                   UNTIL WS-NORM-IDX > 60
               MOVE WS-NORM-IN(WS-NORM-IDX:1) TO WS-NORM-CHAR
               IF (WS-NORM-CHAR >= 'A' AND WS-NORM-CHAR <= 'Z')
                   OR (WS-NORM-CHAR >= '0' AND WS-NORM-CHAR <= '9')
                   ADD 1 TO WS-NORM-LEN
                   MOVE WS-NORM-CHAR TO WS-NORM-OUT(WS-NORM-LEN:1)
               END-IF
           END-PERFORM.

      *    A blank key never matches - two records both missing a
      *    phone number are not alike in any way that counts.
       COMPARE-ONE-PAIR.
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-MATCHED-ON.
           MOVE 1 TO WS-MATCH-PTR.
           IF WS-DC-NAME-KEY(WS-IDX-A) NOT = SPACES
               AND WS-DC-NAME-KEY(WS-IDX-A) = WS-DC-NAME-KEY(WS-IDX-B)
               ADD 1 TO WS-MATCH-COUNT
               STRING 'NAME ' DELIMITED BY SIZE INTO WS-MATCHED-ON
                   WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.
           IF WS-DC-PHONE-KEY(WS-IDX-A) NOT = SPACES
               AND WS-DC-PHONE-KEY(WS-IDX-A)
                   = WS-DC-PHONE-KEY(WS-IDX-B)
               ADD 1 TO WS-MATCH-COUNT
               STRING 'PHONE ' DELIMITED BY SIZE INTO WS-MATCHED-ON
                   WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.
           IF WS-DC-ADDR-KEY(WS-IDX-A) NOT = SPACES
               AND WS-DC-ADDR-KEY(WS-IDX-A) = WS-DC-ADDR-KEY(WS-IDX-B)
               ADD 1 TO WS-MATCH-COUNT
               STRING 'ADDRESS' DELIMITED BY SIZE INTO WS-MATCHED-ON
                   WITH POINTER WS-MATCH-PTR
               END-STRING
           END-IF.
           IF WS-MATCH-COUNT >= 2
               PERFORM LIST-CANDIDATE-PAIR
           END-IF.

       LIST-CANDIDATE-PAIR.
           ADD 1 TO WS-PAIRS-LISTED.
           MOVE WS-DC-ID(WS-IDX-A) TO DL-CUST-ID-A.
           MOVE WS-DC-NAME(WS-IDX-A) TO DL-NAME-A.
           MOVE WS-DC-BALANCE(WS-IDX-A) TO DL-BALANCE-A.
           MOVE WS-DC-ID(WS-IDX-B) TO DL-CUST-ID-B.
           MOVE WS-DC-NAME(WS-IDX-B) TO DL-NAME-B.
           MOVE WS-DC-BALANCE(WS-IDX-B) TO DL-BALANCE-B.
           MOVE WS-MATCHED-ON TO DL-MATCHED-ON.
           MOVE WS-DETAIL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           IF WS-DC-STATUS(WS-IDX-A) NOT = 'ACTIVE'
               OR WS-DC-STATUS(WS-IDX-B) NOT = 'ACTIVE'
               MOVE WS-DC-STATUS(WS-IDX-A) TO SL-STATUS-A
               MOVE WS-DC-STATUS(WS-IDX-B) TO SL-STATUS-B
               MOVE WS-STATUS-LINE TO CANDIDATE-REPORT-RECORD
               WRITE CANDIDATE-REPORT-RECORD
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE 'RECORDS READ:' TO TL-LABEL.
           MOVE WS-RECORDS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE 'ARCHIVED - NOT COMPARED:' TO TL-LABEL.
           MOVE WS-RECORDS-ARCHIVED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE 'LIVE CUSTOMERS COMPARED:' TO TL-LABEL.
           MOVE WS-CUST-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE 'OVER TABLE LIMIT - NOT COMPARED:' TO TL-LABEL.
           MOVE WS-RECORDS-NOT-HELD TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
           MOVE 'CANDIDATE PAIRS LISTED:' TO TL-LABEL.
           MOVE WS-PAIRS-LISTED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO CANDIDATE-REPORT-RECORD.
           WRITE CANDIDATE-REPORT-RECORD.
