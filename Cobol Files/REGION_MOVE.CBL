       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGION-REASSIGN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The customer master, read end to end and rewritten in
      *    place.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
      *    Region master kept by REGION-MAINT - every new region a
      *    mapping names must be on it and not retired.
           SELECT REGION-MASTER-FILE ASSIGN TO 'REGION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
      *    The territory change itself, old region to new, one line
      *    per move.
           SELECT REGION-MAPPING-FILE ASSIGN TO 'RGNMAP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPPING-STATUS.
      *    What moved (or would have), for sales operations.
           SELECT MOVE-REPORT ASSIGN TO 'REGMOVE.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD REGION-MASTER-FILE.
       COPY "REGREC.cpy".

       FD REGION-MAPPING-FILE.
       COPY "RGNMAP.cpy".

       FD MOVE-REPORT.
       01 MOVE-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "AUDITLOG.cpy".
       COPY "JRNLREC.cpy".
       COPY "BUSDATE.cpy".

       01 WS-CUST-STATUS    PIC XX.
       01 WS-REGION-STATUS  PIC XX.
       01 WS-MAPPING-STATUS PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-CUST-EOF       PIC X(3) VALUE 'NO'.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-CHANGE-FAILED  PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE       PIC X(8).

      *    'YES' when the run parm carries TRIAL: every customer
      *    that would move is listed, and nothing is rewritten,
      *    journaled or pushed to CUSTOMER_TABLE.
       01 WS-TRIAL-MODE     PIC X(3) VALUE 'NO'.
       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).

      *    REGION.DAT held whole, the same 20 regions REGION-MAINT
      *    keeps.
       01 WS-REGION-COUNT   PIC 9(2) VALUE 0.
       01 WS-REGION-IDX     PIC 9(2) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-RGN-ENTRY OCCURS 20 TIMES.
               10 WS-RGN-CODE   PIC X(10).
               10 WS-RGN-ACTIVE PIC X(1).

      *    The mapping lines that passed their checks, in file
      *    order, each with the customers it has moved so far.
       01 WS-MAP-COUNT      PIC 9(2) VALUE 0.
       01 WS-MAP-IDX        PIC 9(2) VALUE 0.
       01 WS-MAP-HIT        PIC 9(2) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
               10 WS-MAP-OLD        PIC X(10).
               10 WS-MAP-NEW        PIC X(10).
               10 WS-MAP-FROM       PIC X(10).
               10 WS-MAP-TO         PIC X(10).
               10 WS-MAP-PREFIX     PIC X(10).
               10 WS-MAP-PREFIX-LEN PIC 9(2).
               10 WS-MAP-MOVED      PIC 9(7).
       01 WS-MAP-REJECT-TEXT PIC X(26).
       01 WS-PREFIX-IDX     PIC 9(2) VALUE 0.
       01 WS-NEW-REGION-OK  PIC X(3) VALUE 'NO'.
       01 WS-UNSPLIT-SEEN   PIC X(3) VALUE 'NO'.
       01 WS-OLD-REGION     PIC X(10).
       01 WS-COUNT-EDIT     PIC Z(6)9.

       01 WS-COUNTERS.
           05 WS-CUSTOMERS-READ  PIC 9(7) VALUE 0.
           05 WS-CUSTOMERS-MOVED PIC 9(7) VALUE 0.
           05 WS-NOT-SPLIT       PIC 9(7) VALUE 0.
           05 WS-CHANGES-FAILED  PIC 9(7) VALUE 0.
           05 WS-MAP-LINES-READ  PIC 9(7) VALUE 0.
           05 WS-MAP-REJECTED    PIC 9(7) VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER          PIC X(24)
               VALUE 'REGION REASSIGNMENT FOR '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(3) VALUE ' - '.
           05 RH-MODE         PIC X(30).
           05 FILLER          PIC X(35) VALUE SPACES.

       01 WS-MAPPING-LINE.
           05 FILLER          PIC X(4) VALUE 'MAP '.
           05 ML-OLD          PIC X(10).
           05 FILLER          PIC X(4) VALUE ' -> '.
           05 ML-NEW          PIC X(10).
           05 FILLER          PIC X(5) VALUE ' IDS '.
           05 ML-FROM         PIC X(10).
           05 FILLER          PIC X(1) VALUE '-'.
           05 ML-TO           PIC X(10).
           05 FILLER          PIC X(8) VALUE ' POSTAL '.
           05 ML-PREFIX       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 ML-RESULT       PIC X(26).

       01 WS-COLUMN-LINE.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER          PIC X(32) VALUE 'NAME'.
           05 FILLER          PIC X(12) VALUE 'OLD REGION'.
           05 FILLER          PIC X(12) VALUE 'NEW REGION'.
           05 FILLER          PIC X(32) VALUE 'ACTION'.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NAME         PIC X(30).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-OLD-REGION   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-NEW-REGION   PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-ACTION       PIC X(24).
           05 FILLER          PIC X(8) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(53) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Moves customers to their new region when sales redraws its
      * territories, instead of someone rekeying each account
      * through CUSTOMER-UPDATE. Run on demand after REGION-MAINT
      * has the new regions on file, off a mapping in RGNMAP.DAT:
      * old region to new, optionally narrowed to a customer-ID
      * range or a postal area (see RGNMAP.cpy). A mapping line
      * whose new region is not on REGION.DAT, or is retired, or
      * is the old region again, is listed as rejected and moves
      * nobody; the old region need not be on file, so a legacy
      * code nothing else can clear goes the same way. A line
      * narrowed by postal area cannot place a customer whose
      * address has not been split into its parts yet - those are
      * listed as not moved for a rekey rather than guessed at.
      * Each move is rewritten on the KSDS, journaled through
      * CUSTOMER-JOURNAL (so CUSTOMER-RESTORE can put one back),
      * written to the audit trail and pushed to CUSTOMER_TABLE's
      * REGION the way CUSTOMER-UPDATE carries a region change,
      * and listed on REGMOVE.RPT. Run with TRIAL on the parm first
      * to see what would move: the report is the same, and
      * nothing is changed anywhere.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           PERFORM PARSE-RUN-PARAMETERS.

           OPEN OUTPUT MOVE-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN REGMOVE.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E174' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN REGMOVE.RPT STATUS='
                   WS-RPT-STATUS ' - NO REGIONS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM LOAD-REGION-MASTER.
           IF WS-REGION-COUNT = 0
               DISPLAY 'ERROR: NO REGIONS READ FROM REGION.DAT STATUS='
                   WS-REGION-STATUS
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E175' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'NO REGIONS READ FROM REGION.DAT STATUS='
                   WS-REGION-STATUS ' - NO REGIONS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE MOVE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT REGION-MAPPING-FILE.
           IF WS-MAPPING-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN RGNMAP.DAT STATUS='
                   WS-MAPPING-STATUS
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E176' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN RGNMAP.DAT STATUS='
                   WS-MAPPING-STATUS ' - NO REGIONS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE MOVE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-MAPPING-LINES.
           CLOSE REGION-MAPPING-FILE.
           IF WS-MAP-REJECTED > 0
               MOVE 'YES' TO WS-CHANGE-FAILED
           END-IF.
           IF WS-MAP-COUNT = 0
               DISPLAY 'ERROR: NO USABLE LINES ON RGNMAP.DAT - '
                   WS-MAP-LINES-READ ' READ'
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E177' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'NO USABLE LINES ON RGNMAP.DAT'
                   ' - NO REGIONS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               PERFORM WRITE-REPORT-TOTALS
               CLOSE MOVE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A trial run never opens the master for update.
           IF WS-TRIAL-MODE = 'YES'
               OPEN INPUT CUSTOMER-FILE
           ELSE
               OPEN I-O CUSTOMER-FILE
           END-IF.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E178' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS ' - NO REGIONS CHANGED'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE MOVE-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           PERFORM UNTIL WS-CUST-EOF = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-CUST-EOF
                   NOT AT END
                       ADD 1 TO WS-CUSTOMERS-READ
                       PERFORM CHECK-ONE-CUSTOMER
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE MOVE-REPORT.

           IF WS-TRIAL-MODE = 'YES'
               DISPLAY 'REGION-REASSIGN TRIAL - ' WS-CUSTOMERS-READ
                   ' ACCOUNTS, ' WS-CUSTOMERS-MOVED ' WOULD MOVE'
           ELSE
               DISPLAY 'REGION-REASSIGN - ' WS-CUSTOMERS-READ
                   ' ACCOUNTS, ' WS-CUSTOMERS-MOVED ' MOVED'
           END-IF.
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
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX) = 'TRIAL'
                   MOVE 'YES' TO WS-TRIAL-MODE
               END-IF
           END-PERFORM.

       LOAD-REGION-MASTER.
           MOVE 0 TO WS-REGION-COUNT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ REGION-MASTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REGION-COUNT < 20
                               ADD 1 TO WS-REGION-COUNT
                               MOVE RGN-CODE
                                   TO WS-RGN-CODE(WS-REGION-COUNT)
                               MOVE RGN-ACTIVE-FLAG
                                   TO WS-RGN-ACTIVE(WS-REGION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-MASTER-FILE
           END-IF.

      *    Each line read is listed with what became of it, so the
      *    report shows the whole territory change asked for and
      *    not just the part that could be done.
       LOAD-MAPPING-LINES.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE SPACES TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ REGION-MAPPING-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF REGION-MAPPING-RECORD NOT = SPACES
                           ADD 1 TO WS-MAP-LINES-READ
                           PERFORM CHECK-ONE-MAPPING-LINE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-MAPPING-LINE.
           MOVE FUNCTION UPPER-CASE(RMP-OLD-REGION) TO RMP-OLD-REGION.
           MOVE FUNCTION UPPER-CASE(RMP-NEW-REGION) TO RMP-NEW-REGION.
           MOVE SPACES TO WS-MAP-REJECT-TEXT.
           MOVE SPACES TO WS-NEW-REGION-OK.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   OR WS-NEW-REGION-OK NOT = SPACES
               IF WS-RGN-CODE(WS-REGION-IDX) = RMP-NEW-REGION
                   IF WS-RGN-ACTIVE(WS-REGION-IDX) = 'N'
                       MOVE 'NO' TO WS-NEW-REGION-OK
                   ELSE
                       MOVE 'YES' TO WS-NEW-REGION-OK
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE TRUE
               WHEN RMP-OLD-REGION = SPACES
                   MOVE 'REJECTED - NO OLD REGION' TO WS-MAP-REJECT-TEXT
               WHEN WS-NEW-REGION-OK = SPACES
                   MOVE 'REJECTED - NEW NOT ON FILE'
                       TO WS-MAP-REJECT-TEXT
               WHEN WS-NEW-REGION-OK = 'NO'
                   MOVE 'REJECTED - NEW IS RETIRED'
                       TO WS-MAP-REJECT-TEXT
               WHEN RMP-OLD-REGION = RMP-NEW-REGION
                   MOVE 'REJECTED - OLD SAME AS NEW'
                       TO WS-MAP-REJECT-TEXT
               WHEN RMP-FROM-CUST NOT = SPACES
                   AND RMP-TO-CUST NOT = SPACES
                   AND RMP-FROM-CUST > RMP-TO-CUST
                   MOVE 'REJECTED - BAD ID RANGE' TO WS-MAP-REJECT-TEXT
               WHEN WS-MAP-COUNT NOT < 50
                   MOVE 'REJECTED - TOO MANY LINES'
                       TO WS-MAP-REJECT-TEXT
               WHEN OTHER
                   ADD 1 TO WS-MAP-COUNT
                   MOVE RMP-OLD-REGION TO WS-MAP-OLD(WS-MAP-COUNT)
                   MOVE RMP-NEW-REGION TO WS-MAP-NEW(WS-MAP-COUNT)
                   MOVE RMP-FROM-CUST TO WS-MAP-FROM(WS-MAP-COUNT)
                   MOVE RMP-TO-CUST TO WS-MAP-TO(WS-MAP-COUNT)
                   MOVE RMP-POSTCODE-PREFIX
                       TO WS-MAP-PREFIX(WS-MAP-COUNT)
                   MOVE 0 TO WS-MAP-PREFIX-LEN(WS-MAP-COUNT)
                   PERFORM VARYING WS-PREFIX-IDX FROM 10 BY -1
                           UNTIL WS-PREFIX-IDX < 1
                           OR WS-MAP-PREFIX-LEN(WS-MAP-COUNT) > 0
                       IF RMP-POSTCODE-PREFIX(WS-PREFIX-IDX:1)
                               NOT = SPACE
                           MOVE WS-PREFIX-IDX
                               TO WS-MAP-PREFIX-LEN(WS-MAP-COUNT)
                       END-IF
                   END-PERFORM
                   MOVE 0 TO WS-MAP-MOVED(WS-MAP-COUNT)
                   MOVE 'ACCEPTED' TO WS-MAP-REJECT-TEXT
           END-EVALUATE.
           IF WS-MAP-REJECT-TEXT NOT = 'ACCEPTED'
               ADD 1 TO WS-MAP-REJECTED
               DISPLAY 'WARNING: RGNMAP.DAT ' RMP-OLD-REGION ' TO '
                   RMP-NEW-REGION ' ' WS-MAP-REJECT-TEXT
           END-IF.
           MOVE RMP-OLD-REGION TO ML-OLD.
           MOVE RMP-NEW-REGION TO ML-NEW.
           MOVE RMP-FROM-CUST TO ML-FROM.
           MOVE RMP-TO-CUST TO ML-TO.
           MOVE RMP-POSTCODE-PREFIX TO ML-PREFIX.
           MOVE WS-MAP-REJECT-TEXT TO ML-RESULT.
           MOVE WS-MAPPING-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.

      *    First mapping line the customer fits wins. A postal-area
      *    line that fits on region and ID range but meets an
      *    unsplit address is remembered, and reported only if no
      *    other line places the customer.
       CHECK-ONE-CUSTOMER.
           MOVE 0 TO WS-MAP-HIT.
           MOVE 'NO' TO WS-UNSPLIT-SEEN.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-MAP-HIT > 0
               IF WS-MAP-OLD(WS-MAP-IDX) = CUST-REGION
                   AND (WS-MAP-FROM(WS-MAP-IDX) = SPACES
                       OR CUST-ID NOT < WS-MAP-FROM(WS-MAP-IDX))
                   AND (WS-MAP-TO(WS-MAP-IDX) = SPACES
                       OR CUST-ID NOT > WS-MAP-TO(WS-MAP-IDX))
                   EVALUATE TRUE
                       WHEN WS-MAP-PREFIX-LEN(WS-MAP-IDX) = 0
                           MOVE WS-MAP-IDX TO WS-MAP-HIT
                       WHEN CUST-ADDR-FORMAT NOT = 'S'
                           MOVE 'YES' TO WS-UNSPLIT-SEEN
                       WHEN CUST-POSTCODE(1:
                               WS-MAP-PREFIX-LEN(WS-MAP-IDX)) =
                           WS-MAP-PREFIX(WS-MAP-IDX)(1:
                               WS-MAP-PREFIX-LEN(WS-MAP-IDX))
                           MOVE WS-MAP-IDX TO WS-MAP-HIT
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
           MOVE CUST-ID TO DL-CUST-ID.
           MOVE CUST-NAME TO DL-NAME.
           MOVE CUST-REGION TO DL-OLD-REGION.
           EVALUATE TRUE
               WHEN WS-MAP-HIT > 0
                   MOVE WS-MAP-NEW(WS-MAP-HIT) TO DL-NEW-REGION
                   IF WS-TRIAL-MODE = 'YES'
                       ADD 1 TO WS-CUSTOMERS-MOVED
                       ADD 1 TO WS-MAP-MOVED(WS-MAP-HIT)
                       MOVE 'WOULD MOVE' TO DL-ACTION
                       PERFORM WRITE-DETAIL-LINE
                   ELSE
                       PERFORM CHANGE-CUSTOMER-REGION
                   END-IF
               WHEN WS-UNSPLIT-SEEN = 'YES'
                   ADD 1 TO WS-NOT-SPLIT
                   MOVE SPACES TO DL-NEW-REGION
                   MOVE 'NOT MOVED - NO POSTCODE' TO DL-ACTION
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHANGE-CUSTOMER-REGION.
           PERFORM BUILD-BEFORE-IMAGE.
           MOVE CUST-REGION TO WS-OLD-REGION.
           MOVE WS-MAP-NEW(WS-MAP-HIT) TO CUST-REGION.
           REWRITE CUSTOMER-RECORD.
           IF WS-CUST-STATUS = '00'
               ADD 1 TO WS-CUSTOMERS-MOVED
               ADD 1 TO WS-MAP-MOVED(WS-MAP-HIT)
               MOVE 'MOVED' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               PERFORM WRITE-REGION-JOURNAL
               MOVE 'RGNMOVE' TO AUD-PROGRAM-ID
               MOVE 'BATCH' TO AUD-SOURCE-ID
               MOVE CUST-ID TO AUD-ENTITY-ID
               MOVE 'REGION' TO AUD-ACTION
               MOVE 'Territory Reassigned' TO AUD-RESULT
               MOVE SPACES TO AUD-TIMESTAMP
               CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY
               PERFORM PUSH-REGION-TO-TABLE
           ELSE
               ADD 1 TO WS-CHANGES-FAILED
               MOVE 'YES' TO WS-CHANGE-FAILED
               MOVE 'FAILED' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               DISPLAY 'ERROR: REWRITE FAILED FOR ' CUST-ID
                   ' STATUS=' WS-CUST-STATUS
               MOVE 'RGNMOVE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E179' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'REWRITE FAILED CUST=' CUST-ID
                   ' STATUS=' WS-CUST-STATUS ' - STILL IN '
                   WS-OLD-REGION
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Same push CUSTOMER-UPDATE makes for a region change, so
      *    CUSTOMER-RECONCILE finds the two stores agreeing. A
      *    missing row or failed update is said loudly and left for
      *    the reconcile to report - the KSDS move still stands.
       PUSH-REGION-TO-TABLE.
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET REGION = :CUST-REGION
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
                   DISPLAY 'WARNING: CUSTOMER_TABLE REGION UPDATE '
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

       WRITE-REGION-JOURNAL.
           MOVE CUST-REGION TO JCI-REGION.
           MOVE WS-CUSTOMER-IMAGE TO JRN-AFTER-IMAGE.
           MOVE 'RGNMOVE' TO JRN-PROGRAM-ID.
           MOVE 'BATCH' TO JRN-USER-ID.
           MOVE 'REGION' TO JRN-ACTION.
           MOVE CUST-ID TO JRN-CUST-ID.
           MOVE SPACES TO JRN-TIMESTAMP.
           CALL 'CUSTOMER-JOURNAL' USING WS-JOURNAL-ENTRY.

       WRITE-REPORT-HEADING.
           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           IF WS-TRIAL-MODE = 'YES'
               MOVE 'TRIAL RUN - NOTHING CHANGED' TO RH-MODE
           ELSE
               MOVE 'CUSTOMERS MOVED' TO RH-MODE
           END-IF.
           MOVE WS-HEADING-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.

       WRITE-DETAIL-LINE.
           MOVE WS-DETAIL-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.

      *    Closes with what each accepted mapping line moved, so a
      *    line that moved nobody (a mistyped old region, a range
      *    that misses) stands out before the live run.
       WRITE-REPORT-TOTALS.
           MOVE SPACES TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               MOVE WS-MAP-OLD(WS-MAP-IDX) TO ML-OLD
               MOVE WS-MAP-NEW(WS-MAP-IDX) TO ML-NEW
               MOVE WS-MAP-FROM(WS-MAP-IDX) TO ML-FROM
               MOVE WS-MAP-TO(WS-MAP-IDX) TO ML-TO
               MOVE WS-MAP-PREFIX(WS-MAP-IDX) TO ML-PREFIX
               MOVE WS-MAP-MOVED(WS-MAP-IDX) TO WS-COUNT-EDIT
               MOVE SPACES TO ML-RESULT
               STRING WS-COUNT-EDIT ' CUSTOMERS'
                   DELIMITED BY SIZE INTO ML-RESULT
               MOVE WS-MAPPING-LINE TO MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
           END-PERFORM.
           MOVE SPACES TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           MOVE 'ACCOUNTS READ' TO TL-LABEL.
           MOVE WS-CUSTOMERS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           IF WS-TRIAL-MODE = 'YES'
               MOVE 'WOULD MOVE' TO TL-LABEL
           ELSE
               MOVE 'MOVED' TO TL-LABEL
           END-IF.
           MOVE WS-CUSTOMERS-MOVED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           MOVE 'NOT MOVED - ADDRESS NOT SPLIT' TO TL-LABEL.
           MOVE WS-NOT-SPLIT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           MOVE 'MAPPING LINES READ' TO TL-LABEL.
           MOVE WS-MAP-LINES-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD.
           WRITE MOVE-REPORT-RECORD.
           IF WS-MAP-REJECTED > 0
               MOVE 'MAPPING LINES REJECTED' TO TL-LABEL
               MOVE WS-MAP-REJECTED TO TL-COUNT
               MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
           END-IF.
           IF WS-CHANGES-FAILED > 0
               MOVE 'CHANGES FAILED - SEE ERROR LOG' TO TL-LABEL
               MOVE WS-CHANGES-FAILED TO TL-COUNT
               MOVE WS-TOTAL-LINE TO MOVE-REPORT-RECORD
               WRITE MOVE-REPORT-RECORD
           END-IF.
