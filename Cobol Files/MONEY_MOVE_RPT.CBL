       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONEY-MOVEMENT-RPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
      *    Read for who keyed each line the report shows - the
      *    ledger itself carries no operator.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT MONEY-REPORT ASSIGN TO 'MONEYMV.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

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

       FD MONEY-REPORT.
       01 MONEY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS    PIC XX.
       01 WS-AUDIT-STATUS     PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-REPORT-MONTH     PIC X(6).
       01 WS-LINE-POSTED      PIC X(8).
       01 WS-LINE-DAY         PIC 9(7) VALUE 0.
       01 WS-LINE-WANTED      PIC X(3) VALUE 'NO'.
       01 WS-AUDIT-READ       PIC X(3) VALUE 'NO'.

      *    The reporting threshold and the patterns around it, each
      *    overridable on the run-parameter registry under
      *    MONEY-MOVEMENT-RPT: THRESHOLD, NEAR-PCT (how far under
      *    the threshold still counts as just under), NEAR-COUNT
      *    and NEAR-DAYS (how many such in how few days make a
      *    pattern) and REFUND-DAY (how soon a refund after a credit
      *    is worth a look).
       01 WS-THRESHOLD        PIC 9(7)V99 VALUE 10000.00.
       01 WS-NEAR-PCT         PIC 9(2) VALUE 10.
       01 WS-NEAR-COUNT       PIC 9(2) VALUE 3.
       01 WS-NEAR-DAYS        PIC 9(2) VALUE 5.
       01 WS-REFUND-DAYS      PIC 9(2) VALUE 3.
       01 WS-NEAR-FLOOR       PIC 9(7)V99 VALUE 0.

      *    The month as day numbers. Lines from the few days before
      *    it are loaded too, so a pattern that starts late last
      *    month and finishes in this one is still seen - but a
      *    case is only reported in the month its last line falls
      *    in, so no case is reported twice.
       01 WS-MONTH-FIRST      PIC X(8).
       01 WS-MONTH-START-DAY  PIC 9(7) VALUE 0.
       01 WS-MONTH-END-DAY    PIC 9(7) VALUE 0.
       01 WS-LOAD-FROM-DAY    PIC 9(7) VALUE 0.
       01 WS-NEXT-MONTH       PIC 9(6) VALUE 0.
       01 WS-NEXT-MONTH-FIRST PIC 9(8) VALUE 0.
       01 WS-AUDIT-FROM-DATE  PIC 9(8) VALUE 0.

       COPY "BUSDATE.cpy".
       COPY "PARMSVC.cpy".
       COPY "ERRLOG.cpy".

      *    Every payment, return and credit on the ledger in the
      *    window, and every refund-type adjustment, in file order -
      *    which is the order they were posted.
       01 WS-LINE-COUNT       PIC 9(5) VALUE 0.
       01 WS-LINE-MAX         PIC 9(5) VALUE 5000.
       01 WS-LINES-DROPPED    PIC 9(7) VALUE 0.
       01 WS-LINE-TABLE.
           05 WS-LN-ENTRY OCCURS 5000 TIMES.
               10 WS-LN-ORDER-ID   PIC X(8).
               10 WS-LN-CUST-ID    PIC X(10).
               10 WS-LN-TYPE       PIC X(1).
               10 WS-LN-OUTCOME    PIC X(8).
               10 WS-LN-AMOUNT     PIC 9(7)V99.
               10 WS-LN-POSTED     PIC X(8).
               10 WS-LN-DAY        PIC 9(7).
               10 WS-LN-TIMESTAMP  PIC X(14).
               10 WS-LN-REASON     PIC X(40).
               10 WS-LN-KEYED-BY   PIC X(20).
               10 WS-LN-IN-MONTH   PIC X(1).
               10 WS-LN-CREDIT     PIC X(1).
               10 WS-LN-REFUND     PIC X(1).
               10 WS-LN-NEAR       PIC X(1).
               10 WS-LN-USED       PIC X(1).
               10 WS-LN-SHOWN      PIC X(1).
       01 WS-LN-IDX           PIC 9(5) VALUE 0.
       01 WS-LN-PRIOR         PIC 9(5) VALUE 0.
       01 WS-NEAR-FOUND       PIC 9(3) VALUE 0.

      *    Each flagged case and the ledger lines behind it.
       01 WS-CASE-COUNT       PIC 9(3) VALUE 0.
       01 WS-CASE-MAX         PIC 9(3) VALUE 300.
       01 WS-CASES-DROPPED    PIC 9(5) VALUE 0.
       01 WS-CASE-TABLE.
           05 WS-CS-ENTRY OCCURS 300 TIMES.
               10 WS-CS-TYPE       PIC X(14).
               10 WS-CS-CUST-ID    PIC X(10).
               10 WS-CS-TOTAL      PIC 9(9)V99.
               10 WS-CS-LINE-COUNT PIC 9(2).
               10 WS-CS-LINE OCCURS 12 TIMES PIC 9(5).
       01 WS-CS-IDX           PIC 9(3) VALUE 0.
       01 WS-CS-LINE-IDX      PIC 9(2) VALUE 0.
       01 WS-CASE-OPEN        PIC X(3) VALUE 'NO'.

       01 WS-TOTALS.
           05 WS-LEDGER-READ      PIC 9(7) VALUE 0.
           05 WS-LARGE-CASES      PIC 9(5) VALUE 0.
           05 WS-NEAR-CASES       PIC 9(5) VALUE 0.
           05 WS-REFUND-CASES     PIC 9(5) VALUE 0.

       01 WS-AUDIT-ORDER-ID   PIC X(8).
       01 WS-KEYED-USER       PIC X(20).
       01 WS-KEYED-JUNK       PIC X(40).

       01 WS-AMOUNT-EDIT      PIC Z,ZZZ,ZZ9.99.
       01 WS-TOTAL-EDIT       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT       PIC ZZ9.
       01 WS-CASE-EDIT        PIC ZZ9.

       01 WS-LINE-HEADING.
           05 FILLER PIC X(4)  VALUE SPACES.
           05 FILLER PIC X(10) VALUE 'ORDER'.
           05 FILLER PIC X(5)  VALUE 'TYPE'.
           05 FILLER PIC X(9)  VALUE 'OUTCOME'.
           05 FILLER PIC X(13) VALUE '       AMOUNT'.
           05 FILLER PIC X(2)  VALUE SPACES.
           05 FILLER PIC X(9)  VALUE 'POSTED'.
           05 FILLER PIC X(15) VALUE 'WRITTEN AT'.
           05 FILLER PIC X(21) VALUE 'KEYED BY'.
           05 FILLER PIC X(44) VALUE 'LEDGER TEXT'.

       01 WS-DETAIL-LINE.
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-ORDER-ID      PIC X(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-TYPE          PIC X(1).
           05 FILLER           PIC X(4) VALUE SPACES.
           05 DL-OUTCOME       PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-AMOUNT        PIC Z,ZZZ,ZZ9.99.
           05 FILLER           PIC X(3) VALUE SPACES.
           05 DL-POSTED        PIC X(8).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-TIMESTAMP     PIC X(14).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-KEYED-BY      PIC X(20).
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-REASON        PIC X(40).
           05 FILLER           PIC X(5) VALUE SPACES.

      * The money side of what AUDIT-MONITOR does for sign-ons: a
      * monthly report for compliance of the ledger movements worth
      * a second look. Three kinds of case are flagged on
      * ORDLEDG.DAT for the month asked for (blank is the business
      * date's month, as the tax report takes it):
      *   LARGE          a single payment, return or BALANCE-ADJUST
      *                  credit at or over the reporting threshold;
      *   NEAR-THRESHOLD several payments or BALANCE-ADJUST credits
      *                  to one customer just under the threshold
      *                  within a few days - the shape of a large
      *                  sum split to stay under it. A line counts
      *                  toward one such case only;
      *   CREDIT-REFUND  a refund-type adjustment - any debit
      *                  ADJUST line, a BALANCE-ADJUST debit or a
      *                  reversed payment or return - soon after a
      *                  payment, return or credit on the same
      *                  account: money put on and quickly taken
      *                  back off.
      * Payments are 'P' POSTED lines (the queue's and the
      * lockbox's), returns 'R' POSTED, BALANCE-ADJUST credits 'C'
      * ADJUST lines under its own AJ numbers - a reversed sale is
      * also a 'C' ADJUST line but moves no money to the customer
      * and is not one. Each case lists the ledger lines behind it
      * and who keyed each: the AUD-SOURCE-ID of the ORDER-ENTRY
      * entry that sent the order or the BALANCE-ADJUST entry that
      * posted the adjustment. Lines nobody keyed say where they
      * came from instead - the lockbox, a reversal batch or the
      * queue the order arrived on. RETURN-CODE 4 says there is at
      * least one case to review.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Report Month (YYYYMM, Blank = Current): '.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = SPACES
               MOVE 'B' TO BDT-FUNCTION
               CALL 'BUSINESS-DATE-SERVICE'
                   USING WS-BUSINESS-DATE-ENTRY
               MOVE BDT-POSTING-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH NOT NUMERIC
               OR WS-REPORT-MONTH(5:2) < '01'
               OR WS-REPORT-MONTH(5:2) > '12'
               DISPLAY 'Report Month Must Be YYYYMM'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM LOAD-REPORT-LIMITS.
           PERFORM SET-MONTH-WINDOW.

           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'E188' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-REPORT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT MONEY-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN MONEYMV.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'E189' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'UNABLE TO OPEN MONEYMV.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-REPORT-ERROR
               CLOSE ORDER-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ORDER-LEDGER-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       PERFORM TAKE-LEDGER-LINE
               END-READ
           END-PERFORM.
           CLOSE ORDER-LEDGER-FILE.
           IF WS-LINES-DROPPED > 0
               DISPLAY 'WARNING: ' WS-LINES-DROPPED
                   ' LEDGER LINE(S) OVER THE TABLE - NOT CHECKED'
               MOVE 'E190' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING WS-LINES-DROPPED ' LEDGER LINES OVER TABLE - '
                   WS-REPORT-MONTH ' INCOMPLETE' DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-REPORT-ERROR
           END-IF.

           PERFORM FLAG-LARGE-MOVEMENTS.
           PERFORM FLAG-NEAR-THRESHOLD-RUNS.
           PERFORM FLAG-CREDIT-THEN-REFUND.
           PERFORM NAME-WHO-KEYED.
           PERFORM WRITE-MONEY-REPORT.
           CLOSE MONEY-REPORT.

           DISPLAY 'MONEY-MOVEMENT-RPT - MONTH ' WS-REPORT-MONTH
               ' LARGE ' WS-LARGE-CASES ' NEAR-THRESHOLD '
               WS-NEAR-CASES ' CREDIT-REFUND ' WS-REFUND-CASES.
           IF WS-CASE-COUNT > 0 OR WS-LINES-DROPPED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    Only positive values are taken from the registry - a zero
      *    threshold would report every payment, and a zero count
      *    or window would find patterns in single lines.
       LOAD-REPORT-LIMITS.
           MOVE 'MONEY-MOVEMENT-RPT' TO RPS-PROGRAM.
           MOVE SPACES TO RPS-AS-OF.
           MOVE 'THRESHOLD' TO RPS-NAME.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 10000000
               MOVE RPS-NUMBER TO WS-THRESHOLD
           END-IF.
           MOVE 'NEAR-PCT' TO RPS-NAME.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 100
               MOVE RPS-NUMBER TO WS-NEAR-PCT
           END-IF.
           MOVE 'NEAR-COUNT' TO RPS-NAME.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 1 AND RPS-NUMBER < 13
               MOVE RPS-NUMBER TO WS-NEAR-COUNT
           END-IF.
           MOVE 'NEAR-DAYS' TO RPS-NAME.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 32
               MOVE RPS-NUMBER TO WS-NEAR-DAYS
           END-IF.
           MOVE 'REFUND-DAY' TO RPS-NAME.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 32
               MOVE RPS-NUMBER TO WS-REFUND-DAYS
           END-IF.
           COMPUTE WS-NEAR-FLOOR ROUNDED =
               WS-THRESHOLD - WS-THRESHOLD * WS-NEAR-PCT / 100.

       SET-MONTH-WINDOW.
           STRING WS-REPORT-MONTH '01' DELIMITED BY SIZE
               INTO WS-MONTH-FIRST.
           COMPUTE WS-MONTH-START-DAY =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WS-MONTH-FIRST)).
           MOVE WS-REPORT-MONTH TO WS-NEXT-MONTH.
           IF WS-REPORT-MONTH(5:2) = '12'
               ADD 89 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-NEXT-MONTH-FIRST = WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-FIRST) - 1.
           IF WS-NEAR-DAYS > WS-REFUND-DAYS
               COMPUTE WS-LOAD-FROM-DAY =
                   WS-MONTH-START-DAY - WS-NEAR-DAYS
           ELSE
               COMPUTE WS-LOAD-FROM-DAY =
                   WS-MONTH-START-DAY - WS-REFUND-DAYS
           END-IF.
      *    An order is sent from the order desk a little before the
      *    queue posts it, so the audit trail is read from a week
      *    ahead of the first line loaded.
           COMPUTE WS-AUDIT-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LOAD-FROM-DAY - 7).

       TAKE-LEDGER-LINE.
           IF LGR-POSTING-DATE = SPACES
               MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-POSTED
           ELSE
               MOVE LGR-POSTING-DATE TO WS-LINE-POSTED
           END-IF.
           MOVE 'NO' TO WS-LINE-WANTED.
           IF WS-LINE-POSTED IS NUMERIC
               AND LGR-TOTAL-AMOUNT IS NUMERIC
               IF (LGR-OUTCOME = 'POSTED'
                       AND (LGR-ORDER-TYPE = 'P'
                           OR LGR-ORDER-TYPE = 'R'))
                   OR (LGR-OUTCOME = 'ADJUST'
                       AND LGR-ORDER-TYPE = 'C'
                       AND LGR-ORDER-ID(1:2) = 'AJ')
                   OR (LGR-OUTCOME = 'ADJUST'
                       AND LGR-ORDER-TYPE = 'D')
                   COMPUTE WS-LINE-DAY = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(WS-LINE-POSTED))
                   IF WS-LINE-DAY >= WS-LOAD-FROM-DAY
                       AND WS-LINE-DAY <= WS-MONTH-END-DAY
                       MOVE 'YES' TO WS-LINE-WANTED
                   END-IF
               END-IF
           END-IF.
           IF WS-LINE-WANTED = 'YES'
               IF WS-LINE-COUNT < WS-LINE-MAX
                   PERFORM STORE-LEDGER-LINE
               ELSE
                   ADD 1 TO WS-LINES-DROPPED
               END-IF
           END-IF.

       STORE-LEDGER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-LINE-COUNT TO WS-LN-IDX.
           MOVE LGR-ORDER-ID TO WS-LN-ORDER-ID(WS-LN-IDX).
           MOVE LGR-CUST-ID TO WS-LN-CUST-ID(WS-LN-IDX).
           MOVE LGR-ORDER-TYPE TO WS-LN-TYPE(WS-LN-IDX).
           MOVE LGR-OUTCOME TO WS-LN-OUTCOME(WS-LN-IDX).
           MOVE LGR-TOTAL-AMOUNT TO WS-LN-AMOUNT(WS-LN-IDX).
           MOVE WS-LINE-POSTED TO WS-LN-POSTED(WS-LN-IDX).
           MOVE WS-LINE-DAY TO WS-LN-DAY(WS-LN-IDX).
           MOVE LGR-TIMESTAMP(1:14) TO WS-LN-TIMESTAMP(WS-LN-IDX).
           MOVE LGR-REASON-TEXT TO WS-LN-REASON(WS-LN-IDX).
           MOVE 'N' TO WS-LN-USED(WS-LN-IDX).
           MOVE 'N' TO WS-LN-SHOWN(WS-LN-IDX).
           IF WS-LINE-DAY >= WS-MONTH-START-DAY
               MOVE 'Y' TO WS-LN-IN-MONTH(WS-LN-IDX)
           ELSE
               MOVE 'N' TO WS-LN-IN-MONTH(WS-LN-IDX)
           END-IF.
           IF LGR-ORDER-TYPE = 'D'
               MOVE 'N' TO WS-LN-CREDIT(WS-LN-IDX)
               MOVE 'Y' TO WS-LN-REFUND(WS-LN-IDX)
           ELSE
               MOVE 'Y' TO WS-LN-CREDIT(WS-LN-IDX)
               MOVE 'N' TO WS-LN-REFUND(WS-LN-IDX)
           END-IF.
           MOVE 'N' TO WS-LN-NEAR(WS-LN-IDX).
           IF (LGR-ORDER-TYPE = 'P' OR LGR-ORDER-TYPE = 'C')
               AND LGR-TOTAL-AMOUNT >= WS-NEAR-FLOOR
               AND LGR-TOTAL-AMOUNT < WS-THRESHOLD
               MOVE 'Y' TO WS-LN-NEAR(WS-LN-IDX)
           END-IF.
      *    Until the audit trail says otherwise, a line is put down
      *    to wherever it came from: the lockbox run, a reversal
      *    batch, the queue it arrived on, or - for an adjustment
      *    whose audit entry predates carrying its number - the
      *    operator BALANCE-ADJUST names on the ledger line itself.
           EVALUATE TRUE
               WHEN LGR-ORDER-ID(1:2) = 'LB'
                   MOVE 'LOCKBOX-APPLY' TO WS-LN-KEYED-BY(WS-LN-IDX)
               WHEN LGR-REASON-TEXT(1:9) = 'REVERSED '
                   MOVE 'REVERSAL-APPLY' TO WS-LN-KEYED-BY(WS-LN-IDX)
               WHEN LGR-ORDER-ID(1:2) = 'AJ'
                   MOVE SPACES TO WS-KEYED-USER
                   UNSTRING LGR-REASON-TEXT DELIMITED BY ' by '
                       INTO WS-KEYED-JUNK WS-KEYED-USER
                   END-UNSTRING
                   IF WS-KEYED-USER = SPACES
                       MOVE 'NOT ON AUDIT TRAIL'
                           TO WS-LN-KEYED-BY(WS-LN-IDX)
                   ELSE
                       MOVE WS-KEYED-USER TO WS-LN-KEYED-BY(WS-LN-IDX)
                   END-IF
               WHEN LGR-SOURCE-QUEUE NOT = SPACES
                   MOVE SPACES TO WS-LN-KEYED-BY(WS-LN-IDX)
                   STRING 'QUEUE ' LGR-SOURCE-QUEUE
                       DELIMITED BY SIZE
                       INTO WS-LN-KEYED-BY(WS-LN-IDX)
               WHEN OTHER
                   MOVE 'NOT ON AUDIT TRAIL'
                       TO WS-LN-KEYED-BY(WS-LN-IDX)
           END-EVALUATE.

       FLAG-LARGE-MOVEMENTS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-IN-MONTH(WS-LN-IDX) = 'Y'
                   AND WS-LN-CREDIT(WS-LN-IDX) = 'Y'
                   AND WS-LN-AMOUNT(WS-LN-IDX) >= WS-THRESHOLD
                   PERFORM OPEN-CASE
                   IF WS-CASE-OPEN = 'YES'
                       MOVE 'LARGE' TO WS-CS-TYPE(WS-CASE-COUNT)
                       ADD 1 TO WS-LARGE-CASES
                       MOVE WS-LN-IDX TO WS-LN-PRIOR
                       PERFORM ADD-LINE-TO-CASE
                   END-IF
               END-IF
           END-PERFORM.

      *    Each just-under line in the month closes a window of
      *    NEAR-DAYS days ending on its own day; when the window
      *    holds NEAR-COUNT or more of the customer's just-under
      *    lines not already in a case, those lines are a case.
       FLAG-NEAR-THRESHOLD-RUNS.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-IN-MONTH(WS-LN-IDX) = 'Y'
                   AND WS-LN-NEAR(WS-LN-IDX) = 'Y'
                   AND WS-LN-USED(WS-LN-IDX) = 'N'
                   PERFORM COUNT-NEAR-WINDOW
                   IF WS-NEAR-FOUND >= WS-NEAR-COUNT
                       PERFORM OPEN-CASE
                       IF WS-CASE-OPEN = 'YES'
                           MOVE 'NEAR-THRESHOLD'
                               TO WS-CS-TYPE(WS-CASE-COUNT)
                           ADD 1 TO WS-NEAR-CASES
                           PERFORM TAKE-NEAR-WINDOW
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       COUNT-NEAR-WINDOW.
           MOVE 0 TO WS-NEAR-FOUND.
           PERFORM VARYING WS-LN-PRIOR FROM 1 BY 1
                   UNTIL WS-LN-PRIOR > WS-LN-IDX
               IF WS-LN-CUST-ID(WS-LN-PRIOR) = WS-LN-CUST-ID(WS-LN-IDX)
                   AND WS-LN-NEAR(WS-LN-PRIOR) = 'Y'
                   AND WS-LN-USED(WS-LN-PRIOR) = 'N'
                   AND WS-LN-DAY(WS-LN-PRIOR) <= WS-LN-DAY(WS-LN-IDX)
                   AND WS-LN-DAY(WS-LN-IDX) - WS-LN-DAY(WS-LN-PRIOR)
                       < WS-NEAR-DAYS
                   ADD 1 TO WS-NEAR-FOUND
               END-IF
           END-PERFORM.

       TAKE-NEAR-WINDOW.
           PERFORM VARYING WS-LN-PRIOR FROM 1 BY 1
                   UNTIL WS-LN-PRIOR > WS-LN-IDX
               IF WS-LN-CUST-ID(WS-LN-PRIOR) = WS-LN-CUST-ID(WS-LN-IDX)
                   AND WS-LN-NEAR(WS-LN-PRIOR) = 'Y'
                   AND WS-LN-USED(WS-LN-PRIOR) = 'N'
                   AND WS-LN-DAY(WS-LN-PRIOR) <= WS-LN-DAY(WS-LN-IDX)
                   AND WS-LN-DAY(WS-LN-IDX) - WS-LN-DAY(WS-LN-PRIOR)
                       < WS-NEAR-DAYS
                   MOVE 'Y' TO WS-LN-USED(WS-LN-PRIOR)
                   PERFORM ADD-LINE-TO-CASE
               END-IF
           END-PERFORM.

      *    Each refund-type line in the month is checked against the
      *    same customer's payments, returns and credits written
      *    before it and posted no more than REFUND-DAY days
      *    earlier; any found make a case with the refund.
       FLAG-CREDIT-THEN-REFUND.
           PERFORM VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LINE-COUNT
               IF WS-LN-IN-MONTH(WS-LN-IDX) = 'Y'
                   AND WS-LN-REFUND(WS-LN-IDX) = 'Y'
                   MOVE 'NO' TO WS-CASE-OPEN
                   PERFORM VARYING WS-LN-PRIOR FROM 1 BY 1
                           UNTIL WS-LN-PRIOR >= WS-LN-IDX
                       IF WS-LN-CUST-ID(WS-LN-PRIOR)
                               = WS-LN-CUST-ID(WS-LN-IDX)
                           AND WS-LN-CREDIT(WS-LN-PRIOR) = 'Y'
                           AND WS-LN-DAY(WS-LN-PRIOR)
                               <= WS-LN-DAY(WS-LN-IDX)
                           AND WS-LN-DAY(WS-LN-IDX)
                               - WS-LN-DAY(WS-LN-PRIOR)
                               <= WS-REFUND-DAYS
                           IF WS-CASE-OPEN = 'NO'
                               PERFORM OPEN-CASE
                               IF WS-CASE-OPEN = 'YES'
                                   MOVE 'CREDIT-REFUND'
                                       TO WS-CS-TYPE(WS-CASE-COUNT)
                                   ADD 1 TO WS-REFUND-CASES
                               END-IF
                           END-IF
                           IF WS-CASE-OPEN = 'YES'
                               PERFORM ADD-LINE-TO-CASE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WS-CASE-OPEN = 'YES'
                       MOVE WS-LN-IDX TO WS-LN-PRIOR
                       PERFORM ADD-LINE-TO-CASE
                   END-IF
               END-IF
           END-PERFORM.

       OPEN-CASE.
           IF WS-CASE-COUNT < WS-CASE-MAX
               ADD 1 TO WS-CASE-COUNT
               MOVE WS-LN-CUST-ID(WS-LN-IDX)
                   TO WS-CS-CUST-ID(WS-CASE-COUNT)
               MOVE 0 TO WS-CS-TOTAL(WS-CASE-COUNT)
               MOVE 0 TO WS-CS-LINE-COUNT(WS-CASE-COUNT)
               MOVE 'YES' TO WS-CASE-OPEN
           ELSE
               ADD 1 TO WS-CASES-DROPPED
               MOVE 'NO' TO WS-CASE-OPEN
           END-IF.

      *    A case shows at most twelve lines; its total still counts
      *    every line behind it.
       ADD-LINE-TO-CASE.
           ADD WS-LN-AMOUNT(WS-LN-PRIOR) TO WS-CS-TOTAL(WS-CASE-COUNT).
           IF WS-CS-LINE-COUNT(WS-CASE-COUNT) < 12
               ADD 1 TO WS-CS-LINE-COUNT(WS-CASE-COUNT)
               MOVE WS-LN-PRIOR TO WS-CS-LINE(WS-CASE-COUNT,
                   WS-CS-LINE-COUNT(WS-CASE-COUNT))
               MOVE 'Y' TO WS-LN-SHOWN(WS-LN-PRIOR)
           END-IF.

      *    ORDER-ENTRY's audit result is 'SENT' and the order ID;
      *    BALANCE-ADJUST's ends with the AJ number it posted. Only
      *    lines some case shows are looked for.
       NAME-WHO-KEYED.
           IF WS-CASE-COUNT > 0
               OPEN INPUT AUDIT-TRAIL-FILE
               IF WS-AUDIT-STATUS = '00'
                   MOVE 'YES' TO WS-AUDIT-READ
                   MOVE 'NO' TO WS-END-OF-FILE
                   PERFORM UNTIL WS-END-OF-FILE = 'YES'
                       READ AUDIT-TRAIL-FILE
                           AT END MOVE 'YES' TO WS-END-OF-FILE
                           NOT AT END PERFORM CHECK-AUDIT-ENTRY
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-TRAIL-FILE
               END-IF
           END-IF.

       CHECK-AUDIT-ENTRY.
           MOVE SPACES TO WS-AUDIT-ORDER-ID.
           IF AL-TIMESTAMP(1:8) >= WS-AUDIT-FROM-DATE
               IF AL-PROGRAM-ID = 'ORDENTRY'
                   AND AL-RESULT(1:5) = 'SENT '
                   MOVE AL-RESULT(6:8) TO WS-AUDIT-ORDER-ID
               END-IF
               IF AL-PROGRAM-ID = 'BALADJ'
                   AND AL-RESULT(19:2) = 'AJ'
                   MOVE AL-RESULT(19:8) TO WS-AUDIT-ORDER-ID
               END-IF
           END-IF.
           IF WS-AUDIT-ORDER-ID NOT = SPACES
               PERFORM VARYING WS-LN-PRIOR FROM 1 BY 1
                       UNTIL WS-LN-PRIOR > WS-LINE-COUNT
                   IF WS-LN-SHOWN(WS-LN-PRIOR) = 'Y'
                       AND WS-LN-ORDER-ID(WS-LN-PRIOR)
                           = WS-AUDIT-ORDER-ID
                       AND WS-LN-CUST-ID(WS-LN-PRIOR) = AL-ENTITY-ID
                       MOVE AL-SOURCE-ID TO WS-LN-KEYED-BY(WS-LN-PRIOR)
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-MONEY-REPORT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'MONEY MOVEMENTS FOR COMPLIANCE REVIEW - MONTH '
               WS-REPORT-MONTH DELIMITED BY SIZE
               INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-THRESHOLD TO WS-AMOUNT-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'REPORTING THRESHOLD ' WS-AMOUNT-EDIT
               DELIMITED BY SIZE INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-NEAR-FLOOR TO WS-AMOUNT-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'JUST UNDER FROM     ' WS-AMOUNT-EDIT
               ' - ' WS-NEAR-COUNT ' OR MORE WITHIN ' WS-NEAR-DAYS
               ' DAYS; REFUND WITHIN ' WS-REFUND-DAYS
               ' DAYS OF A CREDIT' DELIMITED BY SIZE
               INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           IF WS-AUDIT-READ = 'NO' AND WS-CASE-COUNT > 0
               MOVE 'AUDIT TRAIL NOT READ - KEYED BY SHOWS THE LEDGER'
                   TO MONEY-REPORT-RECORD
               WRITE MONEY-REPORT-RECORD
           END-IF.
           PERFORM VARYING WS-CS-IDX FROM 1 BY 1
                   UNTIL WS-CS-IDX > WS-CASE-COUNT
               PERFORM WRITE-ONE-CASE
           END-PERFORM.

           MOVE SPACES TO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-LARGE-CASES TO WS-COUNT-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'LARGE CASES:          ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-NEAR-CASES TO WS-COUNT-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'NEAR-THRESHOLD CASES: ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-REFUND-CASES TO WS-COUNT-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'CREDIT-REFUND CASES:  ' WS-COUNT-EDIT
               DELIMITED BY SIZE INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           IF WS-CASES-DROPPED > 0
               MOVE SPACES TO MONEY-REPORT-RECORD
               STRING 'CASES OVER THE TABLE, NOT LISTED: '
                   WS-CASES-DROPPED DELIMITED BY SIZE
                   INTO MONEY-REPORT-RECORD
               WRITE MONEY-REPORT-RECORD
           END-IF.
           IF WS-LINES-DROPPED > 0
               MOVE SPACES TO MONEY-REPORT-RECORD
               STRING 'LEDGER LINES OVER THE TABLE, NOT CHECKED: '
                   WS-LINES-DROPPED DELIMITED BY SIZE
                   INTO MONEY-REPORT-RECORD
               WRITE MONEY-REPORT-RECORD
           END-IF.

       WRITE-ONE-CASE.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-CS-IDX TO WS-CASE-EDIT.
           MOVE WS-CS-TOTAL(WS-CS-IDX) TO WS-TOTAL-EDIT.
           MOVE SPACES TO MONEY-REPORT-RECORD.
           STRING 'CASE ' WS-CASE-EDIT '  ' WS-CS-TYPE(WS-CS-IDX)
               '  CUSTOMER ' WS-CS-CUST-ID(WS-CS-IDX)
               '  TOTAL ' WS-TOTAL-EDIT DELIMITED BY SIZE
               INTO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           MOVE WS-LINE-HEADING TO MONEY-REPORT-RECORD.
           WRITE MONEY-REPORT-RECORD.
           PERFORM VARYING WS-CS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-CS-LINE-IDX > WS-CS-LINE-COUNT(WS-CS-IDX)
               MOVE WS-CS-LINE(WS-CS-IDX, WS-CS-LINE-IDX)
                   TO WS-LN-PRIOR
               MOVE WS-LN-ORDER-ID(WS-LN-PRIOR) TO DL-ORDER-ID
               MOVE WS-LN-TYPE(WS-LN-PRIOR) TO DL-TYPE
               MOVE WS-LN-OUTCOME(WS-LN-PRIOR) TO DL-OUTCOME
               MOVE WS-LN-AMOUNT(WS-LN-PRIOR) TO DL-AMOUNT
               MOVE WS-LN-POSTED(WS-LN-PRIOR) TO DL-POSTED
               MOVE WS-LN-TIMESTAMP(WS-LN-PRIOR) TO DL-TIMESTAMP
               MOVE WS-LN-KEYED-BY(WS-LN-PRIOR) TO DL-KEYED-BY
               MOVE WS-LN-REASON(WS-LN-PRIOR) TO DL-REASON
               MOVE WS-DETAIL-LINE TO MONEY-REPORT-RECORD
               WRITE MONEY-REPORT-RECORD
           END-PERFORM.

       LOG-REPORT-ERROR.
           MOVE 'MONYMOVE' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
