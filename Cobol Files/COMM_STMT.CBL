       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMISSION-STATEMENT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT SALES-REP-FILE ASSIGN TO 'SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.
           SELECT COMMISSION-RATE-FILE ASSIGN TO 'COMMRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.
           SELECT COMM-WORK-FILE ASSIGN TO 'COMMWK.DAT'.
      *    The month's lines by customer, so each customer's rep is
      *    looked up on CUSTOMER_TABLE once, then by rep for the
      *    statements.
           SELECT COMM-BY-CUST-FILE ASSIGN TO 'COMMCUS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BY-CUST-STATUS.
           SELECT COMM-SORTED-FILE ASSIGN TO 'COMMSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT STATEMENT-REPORT ASSIGN TO 'COMMSTMT.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STMT-STATUS.
           SELECT PAYROLL-REPORT ASSIGN TO 'COMMPAY.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD SALES-REP-FILE.
       COPY "SREPREC.cpy".

       FD COMMISSION-RATE-FILE.
       COPY "COMMRATE.cpy".

      *    One commissionable ledger line. CW-LINE-AMOUNT and
      *    CW-TAX-AMOUNT are the ledger's own figures; CW-COMM-AMOUNT
      *    is what the line moves the rep's net by, signed.
       SD COMM-WORK-FILE.
       01 CW-RECORD.
           05 CW-REP-ID      PIC X(8).
           05 FILLER         PIC X(1).
           05 CW-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 CW-POSTED      PIC X(8).
           05 FILLER         PIC X(1).
           05 CW-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 CW-KIND        PIC X(10).
           05 FILLER         PIC X(1).
           05 CW-LINE-AMOUNT PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CW-TAX-AMOUNT  PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CW-COMM-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD COMM-BY-CUST-FILE.
       01 COMM-BY-CUST-RECORD PIC X(79).

       FD COMM-SORTED-FILE.
       01 COMM-SORTED-RECORD  PIC X(79).

       FD STATEMENT-REPORT.
       01 STATEMENT-RECORD    PIC X(100).

       FD PAYROLL-REPORT.
       01 PAYROLL-RECORD      PIC X(120).

       WORKING-STORAGE SECTION.
       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".

       01 WS-LEDGER-STATUS  PIC XX.
       01 WS-REP-STATUS     PIC XX.
       01 WS-RATE-STATUS    PIC XX.
       01 WS-BY-CUST-STATUS PIC XX.
       01 WS-SORTED-STATUS  PIC XX.
       01 WS-STMT-STATUS    PIC XX.
       01 WS-PAY-STATUS     PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-RUN-FAILED     PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE       PIC 9(8).
       01 WS-RUN-MONTH      PIC X(6).
       01 WS-LINE-POSTED    PIC X(8).
       01 WS-LINE-KIND      PIC X(10).

       01 WS-LOOKUP-CUST    PIC X(10).
       01 WS-CUST-REP       PIC X(8).
       01 WS-SQLCODE-DISPLAY PIC -(8)9.

      *    SALESREP.DAT and COMMRATE.DAT, held whole for the run.
       01 WS-REP-COUNT      PIC 9(3) VALUE 0.
       01 WS-REP-IDX        PIC 9(3) VALUE 0.
       01 WS-REP-SLOT       PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 200 TIMES.
               10 WS-RP-ID       PIC X(8).
               10 WS-RP-NAME     PIC X(30).
               10 WS-RP-PAYROLL  PIC X(10).
       01 WS-RATE-COUNT     PIC 9(3) VALUE 0.
       01 WS-RATE-IDX       PIC 9(3) VALUE 0.
       01 WS-RATE-SLOT      PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-CR-REP-ID     PIC X(8).
               10 WS-CR-EFFECTIVE  PIC X(6).
               10 WS-CR-RATE       PIC 9(2)V99.
       01 WS-BEST-EFFECTIVE PIC X(6).

      *    The sorted line as read back, same layout as CW-RECORD.
       01 WS-COMM-LINE.
           05 CL-REP-ID      PIC X(8).
           05 FILLER         PIC X(1).
           05 CL-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 CL-POSTED      PIC X(8).
           05 FILLER         PIC X(1).
           05 CL-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 CL-KIND        PIC X(10).
           05 FILLER         PIC X(1).
           05 CL-LINE-AMOUNT PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CL-TAX-AMOUNT  PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 CL-COMM-AMOUNT PIC S9(7)V99 SIGN LEADING SEPARATE.

      *    The rep being totalled. WS-REP-OPEN is needed because
      *    the lines with no rep sort first under a blank rep ID.
       01 WS-REP-OPEN       PIC X(3) VALUE 'NO'.
       01 WS-CURRENT-REP    PIC X(8).
       01 WS-CURRENT-NAME   PIC X(30).
       01 WS-CURRENT-PAYROLL PIC X(10).
       01 WS-CURRENT-RATE   PIC 9(2)V99 VALUE 0.
       01 WS-REP-ON-MASTER  PIC X(3) VALUE 'NO'.
       01 WS-RATE-FOUND     PIC X(3) VALUE 'NO'.
       01 WS-REP-SALES      PIC S9(9)V99 VALUE 0.
       01 WS-REP-RETURNS    PIC S9(9)V99 VALUE 0.
       01 WS-REP-WRITE-OFFS PIC S9(9)V99 VALUE 0.
       01 WS-REP-NET        PIC S9(9)V99 VALUE 0.
       01 WS-REP-COMMISSION PIC S9(9)V99 VALUE 0.
       01 WS-REP-NOTE       PIC X(30).

       01 WS-COUNTERS.
           05 WS-LINES-TAKEN     PIC 9(7) VALUE 0.
           05 WS-REPS-PAID       PIC 9(5) VALUE 0.
           05 WS-UNASSIGNED-LINES PIC 9(7) VALUE 0.
           05 WS-EXCEPTIONS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-NET      PIC S9(11)V99 VALUE 0.
       01 WS-TOTAL-COMMISSION PIC S9(11)V99 VALUE 0.
       01 WS-UNASSIGNED-NET PIC S9(11)V99 VALUE 0.

       01 WS-RATE-EDIT      PIC Z9.99.

       01 WS-STATEMENT-LINE.
           05 STL-CUST-ID    PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-ORDER-ID   PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-POSTED     PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-KIND       PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-LINE-AMOUNT PIC -(7)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-TAX-AMOUNT PIC -(7)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STL-COMM-AMOUNT PIC -(7)9.99.
           05 FILLER         PIC X(16) VALUE SPACES.

       01 WS-STATEMENT-TOTAL.
           05 STT-LABEL      PIC X(20).
           05 STT-AMOUNT     PIC -(9)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 STT-NOTE       PIC X(30).
           05 FILLER         PIC X(35) VALUE SPACES.

       01 WS-PAYROLL-LINE.
           05 PYL-REP-ID     PIC X(8).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-PAYROLL-ID PIC X(10).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-NAME       PIC X(30).
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-NET        PIC -(9)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-RATE       PIC Z9.99.
           05 FILLER         PIC X(1) VALUE '%'.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-COMMISSION PIC -(9)9.99.
           05 FILLER         PIC X(2) VALUE SPACES.
           05 PYL-NOTE       PIC X(30).

       01 WS-PAYROLL-TOTAL.
           05 PYT-LABEL      PIC X(54).
           05 PYT-NET        PIC -(9)9.99.
           05 FILLER         PIC X(10) VALUE SPACES.
           05 PYT-COMMISSION PIC -(9)9.99.
           05 FILLER         PIC X(30) VALUE SPACES.

      * Month-end sales commission. Every customer's posted sales
      * for the business month on ORDLEDG.DAT count to the rep
      * CUSTOMER_TABLE assigns them to, net of returns, of sales
      * and returns reversed by ORDER-REVERSAL, and of balances
      * written off through BALANCE-ADJUST (reason WRTO). Sales,
      * returns and reversals count net of their sales tax, which
      * is never the rep's; a write-off counts whole. The net is
      * paid at the rep's COMMRATE.DAT rate for the month - the
      * latest entry effective in it or before - and a month
      * where returns and write-offs outrun sales comes out as a
      * negative commission, clawed back from the rep's pay.
      *
      * COMMSTMT.RPT carries a statement per rep listing every
      * line behind the figure with its totals, so a dispute is
      * settled from the statement rather than by rebuilding it,
      * and COMMPAY.RPT the one-line-per-rep summary payroll pays
      * from, under the payroll number on the rep master. A line
      * goes to the rep assigned when the step runs, so a customer
      * moved between reps in mid-month is paid to the new one.
      * Lines for customers with no rep are listed at the front of
      * the statements and paid to nobody; they, a rep who is not
      * on the master and a rep with no rate are exceptions, paid
      * nothing and ending the step with RC 4 until they are put
      * right - the statement can simply be rerun. Rerunning is
      * safe, since nothing is posted.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-RUN-DATE.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.

           PERFORM LOAD-SALES-REPS.
           PERFORM LOAD-COMMISSION-RATES.

           OPEN OUTPUT STATEMENT-REPORT.
           IF WS-STMT-STATUS NOT = '00'
               MOVE WS-STMT-STATUS TO WS-PAY-STATUS
               PERFORM LOG-REPORT-OPEN-FAILURE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT PAYROLL-REPORT.
           IF WS-PAY-STATUS NOT = '00'
               PERFORM LOG-REPORT-OPEN-FAILURE
               CLOSE STATEMENT-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT COMM-WORK-FILE
               ON ASCENDING KEY CW-CUST-ID
               INPUT PROCEDURE IS RELEASE-MONTH-LINES
               GIVING COMM-BY-CUST-FILE.
           IF WS-RUN-FAILED = 'YES'
               CLOSE STATEMENT-REPORT
               CLOSE PAYROLL-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT COMM-WORK-FILE
               ON ASCENDING KEY CW-REP-ID
               ON ASCENDING KEY CW-CUST-ID
               ON ASCENDING KEY CW-POSTED
               ON ASCENDING KEY CW-ORDER-ID
               INPUT PROCEDURE IS ATTACH-SALES-REPS
               GIVING COMM-SORTED-FILE.
           IF WS-RUN-FAILED = 'YES'
               CLOSE STATEMENT-REPORT
               CLOSE PAYROLL-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT COMM-SORTED-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED LINES STATUS='
                   WS-SORTED-STATUS
               CLOSE STATEMENT-REPORT
               CLOSE PAYROLL-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM WRITE-PAYROLL-HEADING.

           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ COMM-SORTED-FILE INTO WS-COMM-LINE
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                       IF WS-REP-OPEN = 'YES'
                           PERFORM CLOSE-OUT-REP
                       END-IF
                   NOT AT END
                       IF WS-REP-OPEN = 'NO'
                           OR CL-REP-ID NOT = WS-CURRENT-REP
                           IF WS-REP-OPEN = 'YES'
                               PERFORM CLOSE-OUT-REP
                           END-IF
                           PERFORM START-NEW-REP
                       END-IF
                       PERFORM TAKE-COMMISSION-LINE
               END-READ
           END-PERFORM.

           CLOSE COMM-SORTED-FILE.
           PERFORM WRITE-PAYROLL-TOTALS.
           CLOSE STATEMENT-REPORT.
           CLOSE PAYROLL-REPORT.
           MOVE WS-TOTAL-COMMISSION TO PYT-COMMISSION.
           DISPLAY 'COMMISSION-STATEMENT - MONTH ' WS-RUN-MONTH
               ' LINES ' WS-LINES-TAKEN
               ' REPS ' WS-REPS-PAID
               ' COMMISSION ' PYT-COMMISSION
               ' EXCEPTIONS ' WS-EXCEPTIONS.
           IF WS-EXCEPTIONS > 0
               MOVE 'COMMSTMT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E198' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'COMMISSION EXCEPTIONS FOR ' WS-RUN-MONTH
                   ' - ' WS-EXCEPTIONS ' - SEE COMMSTMT.RPT'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    A missing master or rate file is not fatal: every rep
      *    then shows as an exception on the statements, which is
      *    the fastest way to see what has to be set up.
       LOAD-SALES-REPS.
           OPEN INPUT SALES-REP-FILE.
           IF WS-REP-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SALES-REP-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-REP-COUNT < 200
                               ADD 1 TO WS-REP-COUNT
                               MOVE SRP-REP-ID TO
                                   WS-RP-ID(WS-REP-COUNT)
                               MOVE SRP-NAME TO
                                   WS-RP-NAME(WS-REP-COUNT)
                               MOVE SRP-PAYROLL-ID TO
                                   WS-RP-PAYROLL(WS-REP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           ELSE
               DISPLAY 'WARNING: SALESREP.DAT NOT AVAILABLE STATUS='
                   WS-REP-STATUS
           END-IF.

       LOAD-COMMISSION-RATES.
           OPEN INPUT COMMISSION-RATE-FILE.
           IF WS-RATE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ COMMISSION-RATE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-RATE-COUNT < 500
                               AND CMR-RATE IS NUMERIC
                               ADD 1 TO WS-RATE-COUNT
                               MOVE CMR-REP-ID TO
                                   WS-CR-REP-ID(WS-RATE-COUNT)
                               MOVE CMR-EFFECTIVE TO
                                   WS-CR-EFFECTIVE(WS-RATE-COUNT)
                               MOVE CMR-RATE TO
                                   WS-CR-RATE(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-RATE-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           ELSE
               DISPLAY 'WARNING: COMMRATE.DAT NOT AVAILABLE STATUS='
                   WS-RATE-STATUS
           END-IF.

       RELEASE-MONTH-LINES.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'COMMSTMT' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E195' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'YES' TO WS-RUN-FAILED
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-LEDGER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END PERFORM SELECT-COMMISSION-LINE
                   END-READ
               END-PERFORM
               CLOSE ORDER-LEDGER-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

      *    The month's lines that move a rep's net, by the business
      *    day they were posted on (the write date, for lines from
      *    before the business date was kept). Payments, finance
      *    charges and other adjustments are not the rep's.
       SELECT-COMMISSION-LINE.
           IF LGR-POSTING-DATE NOT = SPACES
               MOVE LGR-POSTING-DATE TO WS-LINE-POSTED
           ELSE
               MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-POSTED
           END-IF.
           MOVE SPACES TO WS-LINE-KIND.
           IF WS-LINE-POSTED(1:6) = WS-RUN-MONTH
               AND LGR-TOTAL-AMOUNT IS NUMERIC
               EVALUATE TRUE
                   WHEN LGR-OUTCOME = 'POSTED'
                       AND LGR-ORDER-TYPE = 'S'
                       MOVE 'SALE' TO WS-LINE-KIND
                   WHEN LGR-OUTCOME = 'POSTED'
                       AND LGR-ORDER-TYPE = 'R'
                       MOVE 'RETURN' TO WS-LINE-KIND
                   WHEN LGR-OUTCOME = 'ADJUST'
                       AND LGR-REASON-TEXT(1:10) = 'REVERSED S'
                       MOVE 'REV SALE' TO WS-LINE-KIND
                   WHEN LGR-OUTCOME = 'ADJUST'
                       AND LGR-REASON-TEXT(1:10) = 'REVERSED R'
                       MOVE 'REV RETURN' TO WS-LINE-KIND
                   WHEN LGR-OUTCOME = 'ADJUST'
                       AND LGR-ORDER-TYPE = 'C'
                       AND LGR-REASON-TEXT(1:15) = 'Adjustment WRTO'
                       MOVE 'WRITE-OFF' TO WS-LINE-KIND
               END-EVALUATE
           END-IF.
           IF WS-LINE-KIND NOT = SPACES
               MOVE SPACES TO CW-RECORD
               MOVE LGR-CUST-ID TO CW-CUST-ID
               MOVE WS-LINE-POSTED TO CW-POSTED
               MOVE LGR-ORDER-ID TO CW-ORDER-ID
               MOVE WS-LINE-KIND TO CW-KIND
               MOVE LGR-TOTAL-AMOUNT TO CW-LINE-AMOUNT
               MOVE 0 TO CW-TAX-AMOUNT
               IF WS-LINE-KIND NOT = 'WRITE-OFF'
                   AND LGR-TAX-AMOUNT IS NUMERIC
                   AND LGR-TAX-AMOUNT NOT > LGR-TOTAL-AMOUNT
                   MOVE LGR-TAX-AMOUNT TO CW-TAX-AMOUNT
               END-IF
               IF WS-LINE-KIND = 'SALE' OR WS-LINE-KIND = 'REV RETURN'
                   COMPUTE CW-COMM-AMOUNT =
                       CW-LINE-AMOUNT - CW-TAX-AMOUNT
               ELSE
                   COMPUTE CW-COMM-AMOUNT =
                       CW-TAX-AMOUNT - CW-LINE-AMOUNT
               END-IF
               ADD 1 TO WS-LINES-TAKEN
               RELEASE CW-RECORD
           END-IF.

      *    Stamps each line with its customer's rep, read once per
      *    customer. A customer CUSTOMER_TABLE does not have is
      *    treated as having no rep; any other SQL failure stops
      *    the run rather than pay on a partial picture.
       ATTACH-SALES-REPS.
           OPEN INPUT COMM-BY-CUST-FILE.
           IF WS-BY-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN COMMCUS.DAT STATUS='
                   WS-BY-CUST-STATUS
               MOVE 'YES' TO WS-RUN-FAILED
           ELSE
               MOVE LOW-VALUES TO WS-LOOKUP-CUST
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   OR WS-RUN-FAILED = 'YES'
                   READ COMM-BY-CUST-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE COMM-BY-CUST-RECORD TO CW-RECORD
                           IF CW-CUST-ID NOT = WS-LOOKUP-CUST
                               PERFORM FETCH-CUSTOMER-REP
                           END-IF
                           MOVE WS-CUST-REP TO CW-REP-ID
                           RELEASE CW-RECORD
                   END-READ
               END-PERFORM
               CLOSE COMM-BY-CUST-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

       FETCH-CUSTOMER-REP.
           MOVE CW-CUST-ID TO WS-LOOKUP-CUST.
           MOVE SPACES TO WS-CUST-REP.
           EXEC SQL
               SELECT COALESCE(SALES_REP, ' ')
                 INTO :WS-CUST-REP
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-LOOKUP-CUST
           END-EXEC.
           EVALUATE SQLCODE
               WHEN 0
                   CONTINUE
               WHEN 100
                   MOVE SPACES TO WS-CUST-REP
               WHEN OTHER
                   MOVE SQLCODE TO WS-SQLCODE-DISPLAY
                   DISPLAY 'ERROR: CUSTOMER_TABLE READ FAILED FOR '
                       WS-LOOKUP-CUST ' SQLCODE=' WS-SQLCODE-DISPLAY
                   MOVE 'COMMSTMT' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E197' TO ERR-CODE
                   MOVE 'FATAL' TO ERR-SEVERITY
                   STRING 'CUSTOMER_TABLE READ FAILED FOR '
                       WS-LOOKUP-CUST ' SQLCODE=' WS-SQLCODE-DISPLAY
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
                   MOVE 'YES' TO WS-RUN-FAILED
           END-EVALUATE.

       START-NEW-REP.
           MOVE 'YES' TO WS-REP-OPEN.
           MOVE CL-REP-ID TO WS-CURRENT-REP.
           MOVE 0 TO WS-REP-SALES.
           MOVE 0 TO WS-REP-RETURNS.
           MOVE 0 TO WS-REP-WRITE-OFFS.
           MOVE 0 TO WS-REP-NET.
           MOVE 0 TO WS-REP-COMMISSION.
           MOVE SPACES TO WS-REP-NOTE.
           MOVE SPACES TO WS-CURRENT-NAME.
           MOVE SPACES TO WS-CURRENT-PAYROLL.
           MOVE 0 TO WS-CURRENT-RATE.
           MOVE 'NO' TO WS-REP-ON-MASTER.
           MOVE 'NO' TO WS-RATE-FOUND.
           IF WS-CURRENT-REP NOT = SPACES
               PERFORM FIND-REP-ON-MASTER
               PERFORM FIND-RATE-FOR-MONTH
           END-IF.
           PERFORM WRITE-STATEMENT-HEADING.

       FIND-REP-ON-MASTER.
           MOVE 0 TO WS-REP-SLOT.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
                   OR WS-REP-SLOT > 0
               IF WS-RP-ID(WS-REP-IDX) = WS-CURRENT-REP
                   MOVE WS-REP-IDX TO WS-REP-SLOT
               END-IF
           END-PERFORM.
           IF WS-REP-SLOT > 0
               MOVE 'YES' TO WS-REP-ON-MASTER
               MOVE WS-RP-NAME(WS-REP-SLOT) TO WS-CURRENT-NAME
               MOVE WS-RP-PAYROLL(WS-REP-SLOT) TO WS-CURRENT-PAYROLL
           END-IF.

      *    The latest rate effective in the month being paid or
      *    before it.
       FIND-RATE-FOR-MONTH.
           MOVE 0 TO WS-RATE-SLOT.
           MOVE LOW-VALUES TO WS-BEST-EFFECTIVE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-CR-REP-ID(WS-RATE-IDX) = WS-CURRENT-REP
                   AND WS-CR-EFFECTIVE(WS-RATE-IDX)
                       NOT > WS-RUN-MONTH
                   AND WS-CR-EFFECTIVE(WS-RATE-IDX)
                       NOT < WS-BEST-EFFECTIVE
                   MOVE WS-CR-EFFECTIVE(WS-RATE-IDX)
                       TO WS-BEST-EFFECTIVE
                   MOVE WS-RATE-IDX TO WS-RATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-RATE-SLOT > 0
               MOVE 'YES' TO WS-RATE-FOUND
               MOVE WS-CR-RATE(WS-RATE-SLOT) TO WS-CURRENT-RATE
           END-IF.

       TAKE-COMMISSION-LINE.
           EVALUATE CL-KIND
               WHEN 'SALE'
               WHEN 'REV SALE'
                   ADD CL-COMM-AMOUNT TO WS-REP-SALES
               WHEN 'RETURN'
               WHEN 'REV RETURN'
                   ADD CL-COMM-AMOUNT TO WS-REP-RETURNS
               WHEN OTHER
                   ADD CL-COMM-AMOUNT TO WS-REP-WRITE-OFFS
           END-EVALUATE.
           ADD CL-COMM-AMOUNT TO WS-REP-NET.
           IF WS-CURRENT-REP = SPACES
               ADD 1 TO WS-UNASSIGNED-LINES
           END-IF.
           MOVE CL-CUST-ID TO STL-CUST-ID.
           MOVE CL-ORDER-ID TO STL-ORDER-ID.
           MOVE CL-POSTED TO STL-POSTED.
           MOVE CL-KIND TO STL-KIND.
           MOVE CL-LINE-AMOUNT TO STL-LINE-AMOUNT.
           MOVE CL-TAX-AMOUNT TO STL-TAX-AMOUNT.
           MOVE CL-COMM-AMOUNT TO STL-COMM-AMOUNT.
           MOVE WS-STATEMENT-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *    Commission is paid only to a rep on the master with a
      *    rate for the month; anything short of that is paid
      *    nothing and counted as an exception.
       CLOSE-OUT-REP.
           MOVE 'NO' TO WS-REP-OPEN.
           EVALUATE TRUE
               WHEN WS-CURRENT-REP = SPACES
                   MOVE 'NO SALES REP - NOT PAID' TO WS-REP-NOTE
                   ADD 1 TO WS-EXCEPTIONS
                   ADD WS-REP-NET TO WS-UNASSIGNED-NET
               WHEN WS-REP-ON-MASTER = 'NO'
                   MOVE 'NOT ON REP MASTER - NOT PAID' TO WS-REP-NOTE
                   ADD 1 TO WS-EXCEPTIONS
               WHEN WS-RATE-FOUND = 'NO'
                   MOVE 'NO COMMISSION RATE - NOT PAID'
                       TO WS-REP-NOTE
                   ADD 1 TO WS-EXCEPTIONS
               WHEN OTHER
                   COMPUTE WS-REP-COMMISSION ROUNDED =
                       WS-REP-NET * WS-CURRENT-RATE / 100
                   IF WS-REP-COMMISSION < 0
                       MOVE 'CLAWBACK' TO WS-REP-NOTE
                   END-IF
           END-EVALUATE.
           PERFORM WRITE-STATEMENT-TOTALS.
           IF WS-CURRENT-REP NOT = SPACES
               ADD 1 TO WS-REPS-PAID
               ADD WS-REP-NET TO WS-TOTAL-NET
               ADD WS-REP-COMMISSION TO WS-TOTAL-COMMISSION
               PERFORM WRITE-PAYROLL-LINE
           END-IF.

       WRITE-STATEMENT-HEADING.
           MOVE SPACES TO STATEMENT-RECORD.
           MOVE ALL '=' TO STATEMENT-RECORD(1:96).
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           IF WS-CURRENT-REP = SPACES
               STRING 'COMMISSION STATEMENT MONTH ' WS-RUN-MONTH
                   '  LINES WITH NO SALES REP ASSIGNED'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           ELSE
               STRING 'COMMISSION STATEMENT MONTH ' WS-RUN-MONTH
                   '  REP ' WS-CURRENT-REP '  ' WS-CURRENT-NAME
                   '  PAYROLL ' WS-CURRENT-PAYROLL
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
           END-IF.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           STRING 'CUSTOMER    ORDER ID  POSTED    TYPE       '
               '   LINE AMOUNT     SALES TAX  COMMISSIONABLE'
               DELIMITED BY SIZE INTO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       WRITE-STATEMENT-TOTALS.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STT-NOTE.
           MOVE 'SALES' TO STT-LABEL.
           MOVE WS-REP-SALES TO STT-AMOUNT.
           MOVE WS-STATEMENT-TOTAL TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE 'RETURNS' TO STT-LABEL.
           MOVE WS-REP-RETURNS TO STT-AMOUNT.
           MOVE WS-STATEMENT-TOTAL TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE 'WRITE-OFFS' TO STT-LABEL.
           MOVE WS-REP-WRITE-OFFS TO STT-AMOUNT.
           MOVE WS-STATEMENT-TOTAL TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE 'NET SALES' TO STT-LABEL.
           MOVE WS-REP-NET TO STT-AMOUNT.
           MOVE WS-STATEMENT-TOTAL TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF WS-RATE-FOUND = 'YES'
               MOVE WS-CURRENT-RATE TO WS-RATE-EDIT
               MOVE SPACES TO STATEMENT-RECORD
               STRING 'COMMISSION RATE      ' WS-RATE-EDIT '%'
                   DELIMITED BY SIZE INTO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           MOVE 'COMMISSION' TO STT-LABEL.
           MOVE WS-REP-COMMISSION TO STT-AMOUNT.
           MOVE WS-REP-NOTE TO STT-NOTE.
           MOVE WS-STATEMENT-TOTAL TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

       WRITE-PAYROLL-HEADING.
           MOVE SPACES TO PAYROLL-RECORD.
           STRING 'COMMISSION PAYROLL SUMMARY FOR MONTH ' WS-RUN-MONTH
               '  RUN ' WS-RUN-DATE
               DELIMITED BY SIZE INTO PAYROLL-RECORD.
           WRITE PAYROLL-RECORD.
           MOVE SPACES TO PAYROLL-RECORD.
           STRING 'REP ID    PAYROLL ID  NAME                      '
               '          NET SALES    RATE      COMMISSION  NOTE'
               DELIMITED BY SIZE INTO PAYROLL-RECORD.
           WRITE PAYROLL-RECORD.

       WRITE-PAYROLL-LINE.
           MOVE WS-CURRENT-REP TO PYL-REP-ID.
           MOVE WS-CURRENT-PAYROLL TO PYL-PAYROLL-ID.
           MOVE WS-CURRENT-NAME TO PYL-NAME.
           MOVE WS-REP-NET TO PYL-NET.
           MOVE WS-CURRENT-RATE TO PYL-RATE.
           MOVE WS-REP-COMMISSION TO PYL-COMMISSION.
           MOVE WS-REP-NOTE TO PYL-NOTE.
           MOVE WS-PAYROLL-LINE TO PAYROLL-RECORD.
           WRITE PAYROLL-RECORD.

      *    The unassigned net is shown under the total so payroll
      *    can see there is money still waiting on a rep.
       WRITE-PAYROLL-TOTALS.
           MOVE SPACES TO PAYROLL-RECORD.
           WRITE PAYROLL-RECORD.
           MOVE 'TOTAL' TO PYT-LABEL.
           MOVE WS-TOTAL-NET TO PYT-NET.
           MOVE WS-TOTAL-COMMISSION TO PYT-COMMISSION.
           MOVE WS-PAYROLL-TOTAL TO PAYROLL-RECORD.
           WRITE PAYROLL-RECORD.
           IF WS-UNASSIGNED-LINES > 0
               MOVE SPACES TO PYT-LABEL
               STRING 'NO SALES REP - NOT PAID (' WS-UNASSIGNED-LINES
                   ' LINES)' DELIMITED BY SIZE INTO PYT-LABEL
               MOVE WS-UNASSIGNED-NET TO PYT-NET
               MOVE 0 TO PYT-COMMISSION
               MOVE WS-PAYROLL-TOTAL TO PAYROLL-RECORD
               WRITE PAYROLL-RECORD
           END-IF.

       LOG-REPORT-OPEN-FAILURE.
           DISPLAY 'ERROR: UNABLE TO OPEN COMMISSION REPORTS STATUS='
               WS-PAY-STATUS.
           MOVE 'COMMSTMT' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E196' TO ERR-CODE.
           MOVE 'FATAL' TO ERR-SEVERITY.
           STRING 'UNABLE TO OPEN COMMISSION REPORTS STATUS='
               WS-PAY-STATUS DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
