       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-DQ-SCORECARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT REGION-MASTER-FILE ASSIGN TO 'REGION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
      *    Every week's totals, oldest first - read for last week's
      *    figures and the trend, then this week's appended.
           SELECT DQ-HISTORY-FILE ASSIGN TO 'DQHIST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.
           SELECT SCORECARD-REPORT ASSIGN TO 'DQSCORE.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD REGION-MASTER-FILE.
       COPY "REGREC.cpy".

       FD DQ-HISTORY-FILE.
       COPY "DQHIST.cpy".

       FD SCORECARD-REPORT.
       01 SCORECARD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "VALIDATE.cpy".

       01 WS-CUST-STATUS    PIC XX.
       01 WS-REGION-STATUS  PIC XX.
       01 WS-HIST-STATUS    PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE       PIC X(8).
       01 WS-RECORD-FLAGGED PIC X(3) VALUE 'NO'.
       01 WS-HISTORY-SAVED  PIC X(3) VALUE 'NO'.

      *    REGION.DAT as loaded: the code and whether it is still
      *    in use. A customer region missing from the file is
      *    scored the same as a retired one - either way nothing
      *    downstream will route or report it properly.
       01 WS-REGION-LOADED  PIC X(3) VALUE 'NO'.
       01 WS-RM-COUNT       PIC 9(3) VALUE 0.
       01 WS-RM-IDX         PIC 9(3) VALUE 0.
       01 WS-RM-FOUND       PIC X(3) VALUE 'NO'.
       01 WS-RM-ACTIVE      PIC X(1).
       01 WS-REGION-MASTER-TABLE.
           05 WS-RM-ENTRY OCCURS 100 TIMES.
               10 WS-RM-CODE    PIC X(10).
               10 WS-RM-FLAG    PIC X(1).

      *    This week's counts by customer region. Past 49 regions
      *    the rest share a final '*OTHER' row so the totals still
      *    add up.
       01 WS-RS-COUNT       PIC 9(2) VALUE 0.
       01 WS-RS-IDX         PIC 9(2) VALUE 0.
       01 WS-RS-FOUND       PIC X(3) VALUE 'NO'.
       01 WS-REGION-SCORE-TABLE.
           05 WS-RS-ENTRY OCCURS 50 TIMES.
               10 WS-RS-REGION         PIC X(10).
               10 WS-RS-SCORED         PIC 9(7).
               10 WS-RS-BAD-PHONE      PIC 9(7).
               10 WS-RS-LEGACY-AGE     PIC 9(7).
               10 WS-RS-NO-LIMIT       PIC 9(7).
               10 WS-RS-NO-REASON      PIC 9(7).
               10 WS-RS-RETIRED-REGION PIC 9(7).
               10 WS-RS-BALANCE-DIFF   PIC 9(7).
               10 WS-RS-FLAGGED        PIC 9(7).

       01 WS-TOTALS.
           05 WS-TOT-SCORED          PIC 9(7) VALUE 0.
           05 WS-TOT-BAD-PHONE       PIC 9(7) VALUE 0.
           05 WS-TOT-LEGACY-AGE      PIC 9(7) VALUE 0.
           05 WS-TOT-NO-LIMIT        PIC 9(7) VALUE 0.
           05 WS-TOT-NO-REASON       PIC 9(7) VALUE 0.
           05 WS-TOT-RETIRED-REGION  PIC 9(7) VALUE 0.
           05 WS-TOT-BALANCE-DIFF    PIC 9(7) VALUE 0.
           05 WS-TOT-FLAGGED         PIC 9(7) VALUE 0.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(7) VALUE 0.
           05 WS-ARCHIVED-SKIPPED   PIC 9(7) VALUE 0.
           05 WS-SQL-ERRORS         PIC 9(7) VALUE 0.

      *    The last week scored before today, by region, for the
      *    change column. Taken from the last '*ALL' set in the
      *    history dated before the run date, so a second run on
      *    the same day compares with last week, not with itself.
       01 WS-PRIOR-DATE     PIC X(8) VALUE SPACES.
       01 WS-PRIOR-FLAGGED  PIC 9(7) VALUE 0.
       01 WS-PRIOR-SCORED   PIC 9(7) VALUE 0.
       01 WS-PW-COUNT       PIC 9(2) VALUE 0.
       01 WS-PW-IDX         PIC 9(2) VALUE 0.
       01 WS-PW-FOUND       PIC X(3) VALUE 'NO'.
       01 WS-PRIOR-WEEK-TABLE.
           05 WS-PW-ENTRY OCCURS 50 TIMES.
               10 WS-PW-REGION   PIC X(10).
               10 WS-PW-FLAGGED  PIC 9(7).

      *    The last eleven weeks' overall rows, oldest first, with
      *    this week added as the twelfth for the trend section.
       01 WS-TR-COUNT       PIC 9(2) VALUE 0.
       01 WS-TR-IDX         PIC 9(2) VALUE 0.
       01 WS-TREND-TABLE.
           05 WS-TR-ENTRY OCCURS 12 TIMES.
               10 WS-TR-RUN-DATE       PIC X(8).
               10 WS-TR-SCORED         PIC 9(7).
               10 WS-TR-BAD-PHONE      PIC 9(7).
               10 WS-TR-LEGACY-AGE     PIC 9(7).
               10 WS-TR-NO-LIMIT       PIC 9(7).
               10 WS-TR-NO-REASON      PIC 9(7).
               10 WS-TR-RETIRED-REGION PIC 9(7).
               10 WS-TR-BALANCE-DIFF   PIC 9(7).
               10 WS-TR-FLAGGED        PIC 9(7).

       01 WS-TBL-BALANCE    PIC S9(9)V99 COMP-3.
       01 WS-FILE-BAL-EDIT  PIC -(9)9.99.
       01 WS-TBL-BAL-EDIT   PIC -(9)9.99.
       01 WS-AGE-EDIT       PIC ZZ9.
       01 WS-PERCENT        PIC 9(3)V9 VALUE 0.
       01 WS-CHANGE         PIC S9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'CUSTOMER DATA-QUALITY SCORECARD         '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(74) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 SH-TITLE        PIC X(60).
           05 FILLER          PIC X(72) VALUE SPACES.

       01 WS-DETAIL-HEADING.
           05 FILLER          PIC X(12) VALUE 'CUSTOMER'.
           05 FILLER          PIC X(12) VALUE 'REGION'.
           05 FILLER          PIC X(12) VALUE 'STATUS'.
           05 FILLER          PIC X(26) VALUE 'CHECK FAILED'.
           05 FILLER          PIC X(70) VALUE 'VALUE FOUND'.

       01 WS-DETAIL-LINE.
           05 DL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-REGION       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-STATUS       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-CHECK        PIC X(24).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-VALUE        PIC X(50).
           05 FILLER          PIC X(20) VALUE SPACES.

       01 WS-SUMMARY-HEADING.
           05 FILLER          PIC X(12) VALUE 'REGION'.
           05 FILLER          PIC X(8) VALUE ' SCORED'.
           05 FILLER          PIC X(8) VALUE '  PHONE'.
           05 FILLER          PIC X(8) VALUE '  BIRTH'.
           05 FILLER          PIC X(8) VALUE '  LIMIT'.
           05 FILLER          PIC X(8) VALUE ' REASON'.
           05 FILLER          PIC X(8) VALUE ' REGION'.
           05 FILLER          PIC X(8) VALUE '    BAL'.
           05 FILLER          PIC X(8) VALUE 'FLAGGED'.
           05 FILLER          PIC X(8) VALUE '    PCT'.
           05 FILLER          PIC X(9) VALUE ' LAST WK'.
           05 FILLER          PIC X(9) VALUE '  CHANGE'.
           05 FILLER          PIC X(30) VALUE SPACES.

       01 WS-SUMMARY-LINE.
           05 SL-REGION       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-SCORED       PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-BAD-PHONE    PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-LEGACY-AGE   PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-NO-LIMIT     PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-NO-REASON    PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-RETIRED      PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-BALANCE-DIFF PIC Z(6)9.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-FLAGGED      PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-PERCENT      PIC ZZ9.9.
           05 FILLER          PIC X(1) VALUE '%'.
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-PRIOR        PIC X(8).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 SL-CHANGE       PIC X(8).
           05 FILLER          PIC X(30) VALUE SPACES.

       01 WS-PRIOR-EDIT     PIC Z(6)9.
       01 WS-CHANGE-EDIT    PIC -(6)9.

       01 WS-TREND-HEADING.
           05 FILLER          PIC X(12) VALUE 'WEEK OF'.
           05 FILLER          PIC X(8) VALUE ' SCORED'.
           05 FILLER          PIC X(8) VALUE '  PHONE'.
           05 FILLER          PIC X(8) VALUE '  BIRTH'.
           05 FILLER          PIC X(8) VALUE '  LIMIT'.
           05 FILLER          PIC X(8) VALUE ' REASON'.
           05 FILLER          PIC X(8) VALUE ' REGION'.
           05 FILLER          PIC X(8) VALUE '    BAL'.
           05 FILLER          PIC X(8) VALUE 'FLAGGED'.
           05 FILLER          PIC X(8) VALUE '    PCT'.
           05 FILLER          PIC X(48) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(85) VALUE SPACES.

      * Weekly scan of the customer master for the data faults that
      * otherwise surface only when a downstream job trips over
      * them. Every customer not yet archived is scored on six
      * checks:
      *   PHONE   CUST-PHONE blank or not in the 999-999-9999 shape
      *           CUSTOMER-LOAD and the maintenance screen demand;
      *   BIRTH   CUST-BIRTH-DATE still holding a legacy CUST-AGE
      *           (or anything else that is not a date) because
      *           BIRTHDATE-CONVERT never reached it;
      *   LIMIT   CUST-CREDIT-LIMIT zero - no limit set, so nothing
      *           on the account is ever held for credit;
      *   REASON  a status other than ACTIVE with no
      *           CUST-STATUS-REASON to say why;
      *   REGION  a region retired in REGION.DAT, or not on it;
      *   BAL     CUST-BALANCE disagreeing with the CUSTOMER_TABLE
      *           balance, or no table row to compare with.
      * Archived records are left out - they are waiting for the
      * purge, and nothing reads them but a restore. Each failure
      * is a line on DQSCORE.RPT, followed by a summary by region
      * that sets each region's flagged count beside last week's,
      * and the overall totals of the last twelve weeks. This
      * week's totals are appended to DQHIST.DAT for the next run
      * to compare with. Read-only against the master and the
      * table; scheduled weekly outside the nightly chain.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'CUSTDQSC' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E131' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT SCORECARD-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DQSCORE.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'CUSTDQSC' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E132' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN DQSCORE.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           INITIALIZE WS-REGION-SCORE-TABLE.
           PERFORM LOAD-REGION-MASTER.
           PERFORM LOAD-SCORE-HISTORY.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-REPORT-HEADING TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'RECORDS FAILING A CHECK' TO SH-TITLE.
           MOVE WS-SECTION-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE WS-DETAIL-HEADING TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CUSTOMER-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF CUST-STATUS = 'ARCHIVED'
                           ADD 1 TO WS-ARCHIVED-SKIPPED
                       ELSE
                           PERFORM SCORE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.

           PERFORM SAVE-SCORE-HISTORY.
           PERFORM WRITE-REGION-SUMMARY.
           PERFORM WRITE-TREND-SECTION.
           PERFORM WRITE-RUN-TOTALS.
           CLOSE SCORECARD-REPORT.

           DISPLAY 'CUSTOMER-DQ-SCORECARD - SCORED ' WS-TOT-SCORED
               ' FLAGGED ' WS-TOT-FLAGGED
               ' ARCHIVED SKIPPED ' WS-ARCHIVED-SKIPPED.
           IF WS-HISTORY-SAVED = 'NO' OR WS-SQL-ERRORS > 0
               OR WS-REGION-LOADED = 'NO'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-REGION-MASTER.
           OPEN INPUT REGION-MASTER-FILE.
           IF WS-REGION-STATUS NOT = '00'
               DISPLAY 'WARNING: REGION.DAT NOT AVAILABLE STATUS='
                   WS-REGION-STATUS ' - REGION CHECK SKIPPED'
           ELSE
               MOVE 'YES' TO WS-REGION-LOADED
               PERFORM UNTIL WS-REGION-STATUS NOT = '00'
                   READ REGION-MASTER-FILE
                       NOT AT END
                           IF WS-RM-COUNT < 100
                               ADD 1 TO WS-RM-COUNT
                               MOVE RGN-CODE TO WS-RM-CODE(WS-RM-COUNT)
                               MOVE RGN-ACTIVE-FLAG
                                   TO WS-RM-FLAG(WS-RM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGION-MASTER-FILE
           END-IF.

      *    History rows dated today or later are ignored: they are
      *    an earlier run of this same week, and this run's set
      *    supersedes them for every later reader.
       LOAD-SCORE-HISTORY.
           OPEN INPUT DQ-HISTORY-FILE.
           IF WS-HIST-STATUS = '00'
               PERFORM UNTIL WS-HIST-STATUS NOT = '00'
                   READ DQ-HISTORY-FILE
                       NOT AT END
                           IF DQH-RUN-DATE < WS-RUN-DATE
                               PERFORM TAKE-HISTORY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DQ-HISTORY-FILE
           ELSE
               DISPLAY 'NO DQHIST.DAT YET - FIRST WEEK SCORED, NO '
                   'COMPARISON'
           END-IF.

       TAKE-HISTORY-ROW.
           IF DQH-REGION = '*ALL'
               MOVE DQH-RUN-DATE TO WS-PRIOR-DATE
               MOVE DQH-FLAGGED TO WS-PRIOR-FLAGGED
               MOVE DQH-SCORED TO WS-PRIOR-SCORED
               MOVE 0 TO WS-PW-COUNT
               PERFORM ADD-TREND-ENTRY
               MOVE DQH-RUN-DATE TO WS-TR-RUN-DATE(WS-TR-COUNT)
               MOVE DQH-SCORED TO WS-TR-SCORED(WS-TR-COUNT)
               MOVE DQH-BAD-PHONE TO WS-TR-BAD-PHONE(WS-TR-COUNT)
               MOVE DQH-LEGACY-AGE TO WS-TR-LEGACY-AGE(WS-TR-COUNT)
               MOVE DQH-NO-LIMIT TO WS-TR-NO-LIMIT(WS-TR-COUNT)
               MOVE DQH-NO-REASON TO WS-TR-NO-REASON(WS-TR-COUNT)
               MOVE DQH-RETIRED-REGION
                   TO WS-TR-RETIRED-REGION(WS-TR-COUNT)
               MOVE DQH-BALANCE-DIFF
                   TO WS-TR-BALANCE-DIFF(WS-TR-COUNT)
               MOVE DQH-FLAGGED TO WS-TR-FLAGGED(WS-TR-COUNT)
           ELSE
               IF DQH-RUN-DATE = WS-PRIOR-DATE AND WS-PW-COUNT < 50
                   ADD 1 TO WS-PW-COUNT
                   MOVE DQH-REGION TO WS-PW-REGION(WS-PW-COUNT)
                   MOVE DQH-FLAGGED TO WS-PW-FLAGGED(WS-PW-COUNT)
               END-IF
           END-IF.

      *    A second set for the same date replaces the first in the
      *    trend; past eleven weeks the oldest drops off the front.
      *    Leaves WS-TR-COUNT on the entry to fill.
       ADD-TREND-ENTRY.
           IF WS-TR-COUNT > 0
               AND WS-TR-RUN-DATE(WS-TR-COUNT) = DQH-RUN-DATE
               CONTINUE
           ELSE
               IF WS-TR-COUNT >= 11
                   PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                           UNTIL WS-TR-IDX > 10
                       MOVE WS-TR-ENTRY(WS-TR-IDX + 1)
                           TO WS-TR-ENTRY(WS-TR-IDX)
                   END-PERFORM
               ELSE
                   ADD 1 TO WS-TR-COUNT
               END-IF
           END-IF.

       SCORE-CUSTOMER.
           MOVE 'NO' TO WS-RECORD-FLAGGED.
           PERFORM FIND-REGION-SCORE.
           ADD 1 TO WS-RS-SCORED(WS-RS-IDX).
           ADD 1 TO WS-TOT-SCORED.

           MOVE SPACES TO VAL-FIELD-VALUE.
           MOVE CUST-PHONE TO VAL-FIELD-VALUE.
           MOVE 12 TO VAL-FIELD-LENGTH.
           MOVE 'Y' TO VAL-REQUIRED.
           MOVE 'N' TO VAL-CHECK-NUMERIC.
           MOVE 'Y' TO VAL-CHECK-PATTERN.
           MOVE '999-999-9999' TO VAL-PATTERN.
           CALL 'FIELD-VALIDATOR' USING WS-VALIDATION-ENTRY.
           IF VAL-RESULT NOT = 'Y' OR CUST-PHONE(13:3) NOT = SPACES
               ADD 1 TO WS-RS-BAD-PHONE(WS-RS-IDX)
               ADD 1 TO WS-TOT-BAD-PHONE
               MOVE 'PHONE BLANK/MALFORMED' TO DL-CHECK
               MOVE SPACES TO DL-VALUE
               IF CUST-PHONE = SPACES
                   MOVE '(BLANK)' TO DL-VALUE
               ELSE
                   MOVE CUST-PHONE TO DL-VALUE
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           IF CUST-BIRTH-DATE IS NOT NUMERIC
               ADD 1 TO WS-RS-LEGACY-AGE(WS-RS-IDX)
               ADD 1 TO WS-TOT-LEGACY-AGE
               MOVE 'BIRTH DATE NOT CONVERTED' TO DL-CHECK
               MOVE SPACES TO DL-VALUE
               IF CUST-AGE IS NUMERIC
                   MOVE CUST-AGE TO WS-AGE-EDIT
                   STRING 'LEGACY AGE ' WS-AGE-EDIT
                       DELIMITED BY SIZE INTO DL-VALUE
               ELSE
                   IF CUST-BIRTH-DATE = SPACES
                       MOVE '(BLANK)' TO DL-VALUE
                   ELSE
                       MOVE CUST-BIRTH-DATE TO DL-VALUE
                   END-IF
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           IF CUST-CREDIT-LIMIT = 0
               ADD 1 TO WS-RS-NO-LIMIT(WS-RS-IDX)
               ADD 1 TO WS-TOT-NO-LIMIT
               MOVE 'NO CREDIT LIMIT' TO DL-CHECK
               MOVE 'LIMIT 0.00' TO DL-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           IF CUST-STATUS NOT = 'ACTIVE'
               AND CUST-STATUS-REASON = SPACES
               ADD 1 TO WS-RS-NO-REASON(WS-RS-IDX)
               ADD 1 TO WS-TOT-NO-REASON
               MOVE 'STATUS WITHOUT REASON' TO DL-CHECK
               MOVE SPACES TO DL-VALUE
               STRING CUST-STATUS DELIMITED BY SPACE
                   ' - NO REASON CODE' DELIMITED BY SIZE
                   INTO DL-VALUE
               PERFORM WRITE-DETAIL-LINE
           END-IF.

           IF WS-REGION-LOADED = 'YES'
               PERFORM CHECK-CUSTOMER-REGION
           END-IF.

           PERFORM CHECK-TABLE-BALANCE.

           IF WS-RECORD-FLAGGED = 'YES'
               ADD 1 TO WS-RS-FLAGGED(WS-RS-IDX)
               ADD 1 TO WS-TOT-FLAGGED
           END-IF.

       FIND-REGION-SCORE.
           MOVE 'NO' TO WS-RS-FOUND.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
                   OR WS-RS-FOUND = 'YES'
               IF WS-RS-REGION(WS-RS-IDX) = CUST-REGION
                   MOVE 'YES' TO WS-RS-FOUND
               END-IF
           END-PERFORM.
           IF WS-RS-FOUND = 'YES'
               SUBTRACT 1 FROM WS-RS-IDX
           ELSE
               IF WS-RS-COUNT < 49
                   ADD 1 TO WS-RS-COUNT
                   MOVE WS-RS-COUNT TO WS-RS-IDX
                   MOVE CUST-REGION TO WS-RS-REGION(WS-RS-IDX)
               ELSE
                   MOVE 50 TO WS-RS-IDX
                   IF WS-RS-COUNT < 50
                       MOVE 50 TO WS-RS-COUNT
                       MOVE '*OTHER' TO WS-RS-REGION(50)
                   END-IF
               END-IF
           END-IF.

       CHECK-CUSTOMER-REGION.
           MOVE 'NO' TO WS-RM-FOUND.
           MOVE SPACES TO WS-RM-ACTIVE.
           PERFORM VARYING WS-RM-IDX FROM 1 BY 1
                   UNTIL WS-RM-IDX > WS-RM-COUNT
                   OR WS-RM-FOUND = 'YES'
               IF WS-RM-CODE(WS-RM-IDX) = CUST-REGION
                   MOVE 'YES' TO WS-RM-FOUND
                   MOVE WS-RM-FLAG(WS-RM-IDX) TO WS-RM-ACTIVE
               END-IF
           END-PERFORM.
           IF WS-RM-FOUND = 'NO' OR WS-RM-ACTIVE NOT = 'Y'
               ADD 1 TO WS-RS-RETIRED-REGION(WS-RS-IDX)
               ADD 1 TO WS-TOT-RETIRED-REGION
               MOVE 'REGION RETIRED/UNKNOWN' TO DL-CHECK
               MOVE SPACES TO DL-VALUE
               IF WS-RM-FOUND = 'YES'
                   STRING CUST-REGION DELIMITED BY SPACE
                       ' - RETIRED IN REGION.DAT' DELIMITED BY SIZE
                       INTO DL-VALUE
               ELSE
                   STRING CUST-REGION DELIMITED BY SPACE
                       ' - NOT ON REGION.DAT' DELIMITED BY SIZE
                       INTO DL-VALUE
               END-IF
               PERFORM WRITE-DETAIL-LINE
           END-IF.

      *    A SQL failure other than not-found leaves the check
      *    unanswered rather than scoring the record against it.
       CHECK-TABLE-BALANCE.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :CUST-ID
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   IF CUST-BALANCE NOT = WS-TBL-BALANCE
                       ADD 1 TO WS-RS-BALANCE-DIFF(WS-RS-IDX)
                       ADD 1 TO WS-TOT-BALANCE-DIFF
                       MOVE 'BALANCE DISAGREES' TO DL-CHECK
                       MOVE CUST-BALANCE TO WS-FILE-BAL-EDIT
                       MOVE WS-TBL-BALANCE TO WS-TBL-BAL-EDIT
                       MOVE SPACES TO DL-VALUE
                       STRING 'FILE ' WS-FILE-BAL-EDIT
                           ' TABLE ' WS-TBL-BAL-EDIT
                           DELIMITED BY SIZE INTO DL-VALUE
                       PERFORM WRITE-DETAIL-LINE
                   END-IF
               WHEN 100
                   ADD 1 TO WS-RS-BALANCE-DIFF(WS-RS-IDX)
                   ADD 1 TO WS-TOT-BALANCE-DIFF
                   MOVE 'BALANCE DISAGREES' TO DL-CHECK
                   MOVE 'NO CUSTOMER_TABLE ROW' TO DL-VALUE
                   PERFORM WRITE-DETAIL-LINE
               WHEN OTHER
                   ADD 1 TO WS-SQL-ERRORS
                   DISPLAY 'SQL ERROR READING BALANCE FOR ' CUST-ID
                       ' - SQLCODE=' SQLCODE
           END-EVALUATE.

      *    Caller has set DL-CHECK and DL-VALUE.
       WRITE-DETAIL-LINE.
           MOVE 'YES' TO WS-RECORD-FLAGGED.
           MOVE CUST-ID TO DL-CUST-ID.
           MOVE CUST-REGION TO DL-REGION.
           MOVE CUST-STATUS TO DL-STATUS.
           MOVE WS-DETAIL-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

      *    The '*ALL' row goes first so a reader can tell where one
      *    week's set begins.
       SAVE-SCORE-HISTORY.
           OPEN EXTEND DQ-HISTORY-FILE.
           IF WS-HIST-STATUS NOT = '00'
               OPEN OUTPUT DQ-HISTORY-FILE
           END-IF.
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'WARNING: UNABLE TO WRITE DQHIST.DAT STATUS='
                   WS-HIST-STATUS ' - THIS WEEK NOT KEPT FOR TREND'
           ELSE
               MOVE SPACES TO DQ-HISTORY-RECORD
               MOVE WS-RUN-DATE TO DQH-RUN-DATE
               MOVE '*ALL' TO DQH-REGION
               MOVE WS-TOT-SCORED TO DQH-SCORED
               MOVE WS-TOT-BAD-PHONE TO DQH-BAD-PHONE
               MOVE WS-TOT-LEGACY-AGE TO DQH-LEGACY-AGE
               MOVE WS-TOT-NO-LIMIT TO DQH-NO-LIMIT
               MOVE WS-TOT-NO-REASON TO DQH-NO-REASON
               MOVE WS-TOT-RETIRED-REGION TO DQH-RETIRED-REGION
               MOVE WS-TOT-BALANCE-DIFF TO DQH-BALANCE-DIFF
               MOVE WS-TOT-FLAGGED TO DQH-FLAGGED
               WRITE DQ-HISTORY-RECORD
               PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                       UNTIL WS-RS-IDX > WS-RS-COUNT
                   MOVE SPACES TO DQ-HISTORY-RECORD
                   MOVE WS-RUN-DATE TO DQH-RUN-DATE
                   MOVE WS-RS-REGION(WS-RS-IDX) TO DQH-REGION
                   MOVE WS-RS-SCORED(WS-RS-IDX) TO DQH-SCORED
                   MOVE WS-RS-BAD-PHONE(WS-RS-IDX) TO DQH-BAD-PHONE
                   MOVE WS-RS-LEGACY-AGE(WS-RS-IDX) TO DQH-LEGACY-AGE
                   MOVE WS-RS-NO-LIMIT(WS-RS-IDX) TO DQH-NO-LIMIT
                   MOVE WS-RS-NO-REASON(WS-RS-IDX) TO DQH-NO-REASON
                   MOVE WS-RS-RETIRED-REGION(WS-RS-IDX)
                       TO DQH-RETIRED-REGION
                   MOVE WS-RS-BALANCE-DIFF(WS-RS-IDX)
                       TO DQH-BALANCE-DIFF
                   MOVE WS-RS-FLAGGED(WS-RS-IDX) TO DQH-FLAGGED
                   WRITE DQ-HISTORY-RECORD
               END-PERFORM
               IF WS-HIST-STATUS = '00'
                   MOVE 'YES' TO WS-HISTORY-SAVED
               ELSE
                   DISPLAY 'WARNING: DQHIST.DAT WRITE FAILED STATUS='
                       WS-HIST-STATUS
               END-IF
               CLOSE DQ-HISTORY-FILE
           END-IF.

       WRITE-REGION-SUMMARY.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE SPACES TO SH-TITLE.
           IF WS-PRIOR-DATE = SPACES
               MOVE 'SUMMARY BY REGION - NO EARLIER WEEK ON FILE'
                   TO SH-TITLE
           ELSE
               STRING 'SUMMARY BY REGION - LAST WEEK IS '
                   WS-PRIOR-DATE DELIMITED BY SIZE INTO SH-TITLE
           END-IF.
           MOVE WS-SECTION-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE WS-SUMMARY-HEADING TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           PERFORM VARYING WS-RS-IDX FROM 1 BY 1
                   UNTIL WS-RS-IDX > WS-RS-COUNT
               MOVE WS-RS-REGION(WS-RS-IDX) TO SL-REGION
               IF WS-RS-REGION(WS-RS-IDX) = SPACES
                   MOVE '(BLANK)' TO SL-REGION
               END-IF
               MOVE WS-RS-SCORED(WS-RS-IDX) TO SL-SCORED
               MOVE WS-RS-BAD-PHONE(WS-RS-IDX) TO SL-BAD-PHONE
               MOVE WS-RS-LEGACY-AGE(WS-RS-IDX) TO SL-LEGACY-AGE
               MOVE WS-RS-NO-LIMIT(WS-RS-IDX) TO SL-NO-LIMIT
               MOVE WS-RS-NO-REASON(WS-RS-IDX) TO SL-NO-REASON
               MOVE WS-RS-RETIRED-REGION(WS-RS-IDX) TO SL-RETIRED
               MOVE WS-RS-BALANCE-DIFF(WS-RS-IDX) TO SL-BALANCE-DIFF
               MOVE WS-RS-FLAGGED(WS-RS-IDX) TO SL-FLAGGED
               COMPUTE WS-PERCENT ROUNDED =
                   WS-RS-FLAGGED(WS-RS-IDX) * 100
                   / WS-RS-SCORED(WS-RS-IDX)
               MOVE WS-PERCENT TO SL-PERCENT
               PERFORM FIND-PRIOR-WEEK-REGION
               IF WS-PW-FOUND = 'YES'
                   MOVE WS-PW-FLAGGED(WS-PW-IDX) TO WS-PRIOR-EDIT
                   MOVE WS-PRIOR-EDIT TO SL-PRIOR
                   COMPUTE WS-CHANGE = WS-RS-FLAGGED(WS-RS-IDX)
                       - WS-PW-FLAGGED(WS-PW-IDX)
                   MOVE WS-CHANGE TO WS-CHANGE-EDIT
                   MOVE WS-CHANGE-EDIT TO SL-CHANGE
               ELSE
                   MOVE '     N/A' TO SL-PRIOR
                   MOVE SPACES TO SL-CHANGE
               END-IF
               MOVE WS-SUMMARY-LINE TO SCORECARD-REPORT-RECORD
               WRITE SCORECARD-REPORT-RECORD
           END-PERFORM.

           MOVE 'ALL' TO SL-REGION.
           MOVE WS-TOT-SCORED TO SL-SCORED.
           MOVE WS-TOT-BAD-PHONE TO SL-BAD-PHONE.
           MOVE WS-TOT-LEGACY-AGE TO SL-LEGACY-AGE.
           MOVE WS-TOT-NO-LIMIT TO SL-NO-LIMIT.
           MOVE WS-TOT-NO-REASON TO SL-NO-REASON.
           MOVE WS-TOT-RETIRED-REGION TO SL-RETIRED.
           MOVE WS-TOT-BALANCE-DIFF TO SL-BALANCE-DIFF.
           MOVE WS-TOT-FLAGGED TO SL-FLAGGED.
           MOVE 0 TO WS-PERCENT.
           IF WS-TOT-SCORED > 0
               COMPUTE WS-PERCENT ROUNDED =
                   WS-TOT-FLAGGED * 100 / WS-TOT-SCORED
           END-IF.
           MOVE WS-PERCENT TO SL-PERCENT.
           IF WS-PRIOR-DATE = SPACES
               MOVE '     N/A' TO SL-PRIOR
               MOVE SPACES TO SL-CHANGE
           ELSE
               MOVE WS-PRIOR-FLAGGED TO WS-PRIOR-EDIT
               MOVE WS-PRIOR-EDIT TO SL-PRIOR
               COMPUTE WS-CHANGE = WS-TOT-FLAGGED - WS-PRIOR-FLAGGED
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO SL-CHANGE
           END-IF.
           MOVE WS-SUMMARY-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.

       FIND-PRIOR-WEEK-REGION.
           MOVE 'NO' TO WS-PW-FOUND.
           PERFORM VARYING WS-PW-IDX FROM 1 BY 1
                   UNTIL WS-PW-IDX > WS-PW-COUNT
                   OR WS-PW-FOUND = 'YES'
               IF WS-PW-REGION(WS-PW-IDX) = WS-RS-REGION(WS-RS-IDX)
                   MOVE 'YES' TO WS-PW-FOUND
               END-IF
           END-PERFORM.
           IF WS-PW-FOUND = 'YES'
               SUBTRACT 1 FROM WS-PW-IDX
           END-IF.

      *    The weeks already on file and this one, oldest first,
      *    so a falling FLAGGED column reads down the page.
       WRITE-TREND-SECTION.
           ADD 1 TO WS-TR-COUNT.
           MOVE WS-RUN-DATE TO WS-TR-RUN-DATE(WS-TR-COUNT).
           MOVE WS-TOT-SCORED TO WS-TR-SCORED(WS-TR-COUNT).
           MOVE WS-TOT-BAD-PHONE TO WS-TR-BAD-PHONE(WS-TR-COUNT).
           MOVE WS-TOT-LEGACY-AGE TO WS-TR-LEGACY-AGE(WS-TR-COUNT).
           MOVE WS-TOT-NO-LIMIT TO WS-TR-NO-LIMIT(WS-TR-COUNT).
           MOVE WS-TOT-NO-REASON TO WS-TR-NO-REASON(WS-TR-COUNT).
           MOVE WS-TOT-RETIRED-REGION
               TO WS-TR-RETIRED-REGION(WS-TR-COUNT).
           MOVE WS-TOT-BALANCE-DIFF TO WS-TR-BALANCE-DIFF(WS-TR-COUNT).
           MOVE WS-TOT-FLAGGED TO WS-TR-FLAGGED(WS-TR-COUNT).

           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'WEEK BY WEEK - WHOLE MASTER' TO SH-TITLE.
           MOVE WS-SECTION-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE WS-TREND-HEADING TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               MOVE WS-TR-RUN-DATE(WS-TR-IDX) TO SL-REGION
               MOVE WS-TR-SCORED(WS-TR-IDX) TO SL-SCORED
               MOVE WS-TR-BAD-PHONE(WS-TR-IDX) TO SL-BAD-PHONE
               MOVE WS-TR-LEGACY-AGE(WS-TR-IDX) TO SL-LEGACY-AGE
               MOVE WS-TR-NO-LIMIT(WS-TR-IDX) TO SL-NO-LIMIT
               MOVE WS-TR-NO-REASON(WS-TR-IDX) TO SL-NO-REASON
               MOVE WS-TR-RETIRED-REGION(WS-TR-IDX) TO SL-RETIRED
               MOVE WS-TR-BALANCE-DIFF(WS-TR-IDX) TO SL-BALANCE-DIFF
               MOVE WS-TR-FLAGGED(WS-TR-IDX) TO SL-FLAGGED
               MOVE 0 TO WS-PERCENT
               IF WS-TR-SCORED(WS-TR-IDX) > 0
                   COMPUTE WS-PERCENT ROUNDED =
                       WS-TR-FLAGGED(WS-TR-IDX) * 100
                       / WS-TR-SCORED(WS-TR-IDX)
               END-IF
               MOVE WS-PERCENT TO SL-PERCENT
               MOVE SPACES TO SL-PRIOR
               MOVE SPACES TO SL-CHANGE
               MOVE WS-SUMMARY-LINE TO SCORECARD-REPORT-RECORD
               WRITE SCORECARD-REPORT-RECORD
           END-PERFORM.

       WRITE-RUN-TOTALS.
           MOVE SPACES TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'CUSTOMER RECORDS READ:' TO TL-LABEL.
           MOVE WS-RECORDS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'ARCHIVED - NOT SCORED:' TO TL-LABEL.
           MOVE WS-ARCHIVED-SKIPPED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'RECORDS SCORED:' TO TL-LABEL.
           MOVE WS-TOT-SCORED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           MOVE 'RECORDS FAILING ONE OR MORE CHECKS:' TO TL-LABEL.
           MOVE WS-TOT-FLAGGED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SCORECARD-REPORT-RECORD.
           WRITE SCORECARD-REPORT-RECORD.
           IF WS-SQL-ERRORS > 0
               MOVE 'BALANCE CHECK NOT ANSWERED (SQL):' TO TL-LABEL
               MOVE WS-SQL-ERRORS TO TL-COUNT
               MOVE WS-TOTAL-LINE TO SCORECARD-REPORT-RECORD
               WRITE SCORECARD-REPORT-RECORD
           END-IF.
           IF WS-REGION-LOADED = 'NO'
               MOVE SPACES TO SCORECARD-REPORT-RECORD
               MOVE 'REGION.DAT NOT AVAILABLE - REGION CHECK NOT RUN'
                   TO SCORECARD-REPORT-RECORD
               WRITE SCORECARD-REPORT-RECORD
           END-IF.
