       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALESREP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-REP-FILE ASSIGN TO 'SALESREP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REP-STATUS.
           SELECT COMMISSION-RATE-FILE ASSIGN TO 'COMMRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-REP-FILE.
       COPY "SREPREC.cpy".

       FD COMMISSION-RATE-FILE.
       COPY "COMMRATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REP-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-ACTION        PIC X(1).
       01 WS-TARGET-REP    PIC X(8).
       01 WS-RESULT-TEXT   PIC X(30) VALUE SPACES.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-THIS-MONTH    PIC X(6).

       01 WS-REP-COUNT     PIC 9(3) VALUE 0.
       01 WS-REP-IDX       PIC 9(3) VALUE 0.
       01 WS-REP-SLOT      PIC 9(3) VALUE 0.
       01 WS-REP-TABLE.
           05 WS-REP-ENTRY OCCURS 200 TIMES.
               10 WS-RP-ID       PIC X(8).
               10 WS-RP-NAME     PIC X(30).
               10 WS-RP-PAYROLL  PIC X(10).
               10 WS-RP-ACTIVE   PIC X(1).

      *    COMMRATE.DAT, held and rewritten whole the same way as
      *    the rep master. A rate may only be set for a rep on the
      *    master, and only from this month on - a month already
      *    paid keeps the rate it was paid at.
       01 WS-RATE-STATUS   PIC XX.
       01 WS-RATE-COUNT    PIC 9(3) VALUE 0.
       01 WS-RATE-IDX      PIC 9(3) VALUE 0.
       01 WS-RATE-SLOT     PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 500 TIMES.
               10 WS-CR-REP-ID     PIC X(8).
               10 WS-CR-EFFECTIVE  PIC X(6).
               10 WS-CR-RATE       PIC 9(2)V99.
               10 WS-CR-CHANGED-BY PIC X(20).
       01 WS-TARGET-MONTH  PIC X(6).
       01 WS-BEST-EFFECTIVE PIC X(6).
       01 WS-RATE-TEXT     PIC X(10).
       01 WS-NEW-RATE      PIC 9(2)V99 VALUE 0.
       01 WS-RATE-EDIT     PIC Z9.99.
       01 WS-RATE-VALID    PIC X(3) VALUE 'YES'.
       01 WS-RT-IDX        PIC 9(2) VALUE 0.
       01 WS-RT-DIGITS     PIC 9(2) VALUE 0.
       01 WS-RT-DOTS       PIC 9(2) VALUE 0.

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Keeper of the SALESREP.DAT rep master CUSTOMER-MAINT checks
      * a customer's rep against, and of the COMMRATE.DAT rates
      * COMMISSION-STATEMENT pays at: add a rep (with the payroll
      * number payroll pays them under), retire one who has left
      * (kept on file so the customers still assigned are paid out
      * and can be moved, but no new customer may be given to
      * them), reactivate one, set a rep's commission rate from a
      * month on, or list the master with the rate in force this
      * month. Same shape as REGION-MAINT - both files are held in
      * a table and a change rewrites one in a single pass. Gated
      * by the shared LOGIN session check and audited per action.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:6) TO WS-THIS-MONTH.
           PERFORM LOAD-SALES-REPS.
           PERFORM LOAD-COMMISSION-RATES.

           DISPLAY 'Enter Action - A=Add, R=Retire, '
               'V=Reactivate, C=Commission Rate, L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM ADD-SALES-REP
               WHEN 'R'
                   PERFORM RETIRE-SALES-REP
               WHEN 'V'
                   PERFORM REACTIVATE-SALES-REP
               WHEN 'C'
                   PERFORM SET-COMMISSION-RATE
               WHEN 'L'
                   PERFORM LIST-SALES-REPS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be A, R, V, C '
                       'or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

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
                               MOVE SRP-ACTIVE-FLAG TO
                                   WS-RP-ACTIVE(WS-REP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-REP-FILE
               MOVE 'NO' TO WS-END-OF-FILE
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
                               MOVE CMR-CHANGED-BY TO
                                   WS-CR-CHANGED-BY(WS-RATE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMMISSION-RATE-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       FIND-TARGET-REP.
           MOVE 0 TO WS-REP-SLOT.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
                   OR WS-REP-SLOT > 0
               IF WS-RP-ID(WS-REP-IDX) = WS-TARGET-REP
                   MOVE WS-REP-IDX TO WS-REP-SLOT
               END-IF
           END-PERFORM.

       ACCEPT-TARGET-REP.
           DISPLAY 'Enter Sales Rep ID: '.
           ACCEPT WS-TARGET-REP.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-REP)
               TO WS-TARGET-REP.
           PERFORM FIND-TARGET-REP.

      *    NONE is what CUSTOMER-MAINT takes as "no rep", so it can
      *    never be a rep's ID.
       ADD-SALES-REP.
           PERFORM ACCEPT-TARGET-REP.
           IF WS-TARGET-REP = SPACES OR WS-TARGET-REP = 'NONE'
               DISPLAY 'Sales Rep ID Required - NONE Is Reserved'
           ELSE
               IF WS-REP-SLOT > 0
                   DISPLAY 'Sales Rep Already On Master: '
                       WS-TARGET-REP
                   MOVE 'ALREADY EXISTS' TO WS-RESULT-TEXT
                   PERFORM WRITE-AUDIT-RECORD
               ELSE
                   IF WS-REP-COUNT >= 200
                       DISPLAY 'Sales Rep Master Full - Cannot Add'
                   ELSE
                       ADD 1 TO WS-REP-COUNT
                       MOVE WS-TARGET-REP TO WS-RP-ID(WS-REP-COUNT)
                       DISPLAY 'Enter Rep Name: '
                       ACCEPT WS-RP-NAME(WS-REP-COUNT)
                       DISPLAY 'Enter Payroll Number: '
                       ACCEPT WS-RP-PAYROLL(WS-REP-COUNT)
                       MOVE 'Y' TO WS-RP-ACTIVE(WS-REP-COUNT)
                       PERFORM REWRITE-SALES-REPS
                       DISPLAY 'Sales Rep Added: ' WS-TARGET-REP
                       MOVE 'SUCCESS' TO WS-RESULT-TEXT
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
           END-IF.

       RETIRE-SALES-REP.
           PERFORM ACCEPT-TARGET-REP.
           IF WS-REP-SLOT = 0
               DISPLAY 'Sales Rep Not On Master: ' WS-TARGET-REP
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               MOVE 'N' TO WS-RP-ACTIVE(WS-REP-SLOT)
               PERFORM REWRITE-SALES-REPS
               DISPLAY 'Sales Rep Retired: ' WS-TARGET-REP
                   ' - Move Their Customers In CUSTOMER-MAINT'
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       REACTIVATE-SALES-REP.
           PERFORM ACCEPT-TARGET-REP.
           IF WS-REP-SLOT = 0
               DISPLAY 'Sales Rep Not On Master: ' WS-TARGET-REP
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               MOVE 'Y' TO WS-RP-ACTIVE(WS-REP-SLOT)
               PERFORM REWRITE-SALES-REPS
               DISPLAY 'Sales Rep Reactivated: ' WS-TARGET-REP
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    The rate is keyed as a percentage (3.5 for 3.5%) from a
      *    month on - blank is this month, and an earlier month is
      *    refused, since that month may already have been paid.
      *    Anything not numeric, or 100% and over, is refused.
       SET-COMMISSION-RATE.
           PERFORM ACCEPT-TARGET-REP.
           IF WS-REP-SLOT = 0
               DISPLAY 'Sales Rep Not On Master: ' WS-TARGET-REP
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Enter Effective Month YYYYMM '
                   '(Blank = This Month): '
               ACCEPT WS-TARGET-MONTH
               IF WS-TARGET-MONTH = SPACES
                   MOVE WS-THIS-MONTH TO WS-TARGET-MONTH
               END-IF
               EVALUATE TRUE
                   WHEN WS-TARGET-MONTH IS NOT NUMERIC
                       OR WS-TARGET-MONTH(5:2) < '01'
                       OR WS-TARGET-MONTH(5:2) > '12'
                       DISPLAY 'Effective Month Must Be YYYYMM'
                       MOVE 'INVALID MONTH' TO WS-RESULT-TEXT
                   WHEN WS-TARGET-MONTH < WS-THIS-MONTH
                       DISPLAY 'Effective Month Is Past - A Paid '
                           'Month Keeps Its Rate'
                       MOVE 'MONTH IS PAST' TO WS-RESULT-TEXT
                   WHEN OTHER
                       PERFORM ACCEPT-COMMISSION-RATE
               END-EVALUATE
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       ACCEPT-COMMISSION-RATE.
           DISPLAY 'Enter Commission Percent (e.g. 3.5): '.
           ACCEPT WS-RATE-TEXT.
           PERFORM EDIT-RATE-TEXT.
           IF WS-RATE-VALID = 'NO'
               DISPLAY 'Commission Rate Must Be Numeric'
               MOVE 'INVALID RATE' TO WS-RESULT-TEXT
           ELSE
               IF FUNCTION NUMVAL(WS-RATE-TEXT) >= 100
                   DISPLAY 'Commission Rate Must Be 0 To 99.99'
                   MOVE 'INVALID RATE' TO WS-RESULT-TEXT
               ELSE
                   COMPUTE WS-NEW-RATE ROUNDED =
                       FUNCTION NUMVAL(WS-RATE-TEXT)
                   PERFORM STORE-COMMISSION-RATE
               END-IF
           END-IF.

      *    Digits and at most one decimal point, the same edit
      *    REGION-MAINT puts on a keyed tax rate.
       EDIT-RATE-TEXT.
           MOVE 'YES' TO WS-RATE-VALID.
           MOVE 0 TO WS-RT-DIGITS.
           MOVE 0 TO WS-RT-DOTS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 10
               EVALUATE TRUE
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) = SPACE
                       CONTINUE
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) = '.'
                       ADD 1 TO WS-RT-DOTS
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) >= '0'
                       AND WS-RATE-TEXT(WS-RT-IDX:1) <= '9'
                       ADD 1 TO WS-RT-DIGITS
                   WHEN OTHER
                       MOVE 'NO' TO WS-RATE-VALID
               END-EVALUATE
           END-PERFORM.
           IF WS-RT-DIGITS = 0 OR WS-RT-DOTS > 1
               MOVE 'NO' TO WS-RATE-VALID
           END-IF.

      *    A rate already keyed for this rep and month is replaced;
      *    otherwise the new entry is added.
       STORE-COMMISSION-RATE.
           MOVE 0 TO WS-RATE-SLOT.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   OR WS-RATE-SLOT > 0
               IF WS-CR-REP-ID(WS-RATE-IDX) = WS-TARGET-REP
                   AND WS-CR-EFFECTIVE(WS-RATE-IDX) = WS-TARGET-MONTH
                   MOVE WS-RATE-IDX TO WS-RATE-SLOT
               END-IF
           END-PERFORM.
           IF WS-RATE-SLOT = 0
               IF WS-RATE-COUNT >= 500
                   DISPLAY 'Commission Rate Table Full - Cannot Add'
                   MOVE 'TABLE FULL' TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-RATE-COUNT
                   MOVE WS-RATE-COUNT TO WS-RATE-SLOT
                   MOVE WS-TARGET-REP TO WS-CR-REP-ID(WS-RATE-SLOT)
                   MOVE WS-TARGET-MONTH
                       TO WS-CR-EFFECTIVE(WS-RATE-SLOT)
               END-IF
           END-IF.
           IF WS-RATE-SLOT > 0
               MOVE WS-NEW-RATE TO WS-CR-RATE(WS-RATE-SLOT)
               MOVE SESS-USERNAME TO WS-CR-CHANGED-BY(WS-RATE-SLOT)
               PERFORM REWRITE-COMMISSION-RATES
               MOVE WS-NEW-RATE TO WS-RATE-EDIT
               DISPLAY 'Commission Rate Set: ' WS-TARGET-REP ' '
                   WS-RATE-EDIT '% From ' WS-TARGET-MONTH
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'SUCCESS ' WS-RATE-EDIT '% FROM '
                   WS-TARGET-MONTH DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
           END-IF.

      *    The rate in force this month: the rep's latest entry
      *    effective this month or earlier.
       FIND-RATE-THIS-MONTH.
           MOVE 0 TO WS-RATE-SLOT.
           MOVE LOW-VALUES TO WS-BEST-EFFECTIVE.
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-CR-REP-ID(WS-RATE-IDX) = WS-TARGET-REP
                   AND WS-CR-EFFECTIVE(WS-RATE-IDX)
                       NOT > WS-THIS-MONTH
                   AND WS-CR-EFFECTIVE(WS-RATE-IDX)
                       NOT < WS-BEST-EFFECTIVE
                   MOVE WS-CR-EFFECTIVE(WS-RATE-IDX)
                       TO WS-BEST-EFFECTIVE
                   MOVE WS-RATE-IDX TO WS-RATE-SLOT
               END-IF
           END-PERFORM.

       LIST-SALES-REPS.
           PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                   UNTIL WS-REP-IDX > WS-REP-COUNT
               MOVE WS-RP-ID(WS-REP-IDX) TO WS-TARGET-REP
               PERFORM FIND-RATE-THIS-MONTH
               IF WS-RATE-SLOT > 0
                   MOVE WS-CR-RATE(WS-RATE-SLOT) TO WS-RATE-EDIT
                   DISPLAY WS-RP-ID(WS-REP-IDX) ' '
                       WS-RP-ACTIVE(WS-REP-IDX) ' '
                       WS-RATE-EDIT '% '
                       WS-RP-PAYROLL(WS-REP-IDX) ' '
                       WS-RP-NAME(WS-REP-IDX)
               ELSE
                   DISPLAY WS-RP-ID(WS-REP-IDX) ' '
                       WS-RP-ACTIVE(WS-REP-IDX) ' NO RATE '
                       WS-RP-PAYROLL(WS-REP-IDX) ' '
                       WS-RP-NAME(WS-REP-IDX)
               END-IF
           END-PERFORM.
           DISPLAY 'SALES REPS ON MASTER: ' WS-REP-COUNT.

       REWRITE-SALES-REPS.
           OPEN OUTPUT SALES-REP-FILE.
           IF WS-REP-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE SALES REP MASTER '
                   'STATUS=' WS-REP-STATUS
           ELSE
               PERFORM VARYING WS-REP-IDX FROM 1 BY 1
                       UNTIL WS-REP-IDX > WS-REP-COUNT
                   MOVE SPACES TO SALES-REP-RECORD
                   MOVE WS-RP-ID(WS-REP-IDX) TO SRP-REP-ID
                   MOVE WS-RP-NAME(WS-REP-IDX) TO SRP-NAME
                   MOVE WS-RP-PAYROLL(WS-REP-IDX) TO SRP-PAYROLL-ID
                   MOVE WS-RP-ACTIVE(WS-REP-IDX) TO SRP-ACTIVE-FLAG
                   WRITE SALES-REP-RECORD
               END-PERFORM
               CLOSE SALES-REP-FILE
           END-IF.

       REWRITE-COMMISSION-RATES.
           OPEN OUTPUT COMMISSION-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE COMMISSION RATES '
                   'STATUS=' WS-RATE-STATUS
           ELSE
               PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                       UNTIL WS-RATE-IDX > WS-RATE-COUNT
                   MOVE SPACES TO COMMISSION-RATE-RECORD
                   MOVE WS-CR-REP-ID(WS-RATE-IDX) TO CMR-REP-ID
                   MOVE WS-CR-EFFECTIVE(WS-RATE-IDX) TO CMR-EFFECTIVE
                   MOVE WS-CR-RATE(WS-RATE-IDX) TO CMR-RATE
                   MOVE WS-CR-CHANGED-BY(WS-RATE-IDX)
                       TO CMR-CHANGED-BY
                   WRITE COMMISSION-RATE-RECORD
               END-PERFORM
               CLOSE COMMISSION-RATE-FILE
           END-IF.

       CHECK-SESSION.
      *    This transaction is always entered cold at a terminal (no
      *    COMMAREA caller to inherit trust from), so it is gated by
      *    a SESS queue left behind by a successful LOGIN on this
      *    same EIBTRMID, same as REGION-MAINT's CHECK-SESSION.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'M' TO SC-GROUP-REQUIRED.
           EXEC CICS LINK PROGRAM('SESSION-CHECK')
               COMMAREA(WS-SESSCHK-COMMAREA)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SC-RETURN-CODE = '00'
               MOVE SC-USERNAME TO SESS-USERNAME
           ELSE
               EVALUATE SC-RETURN-CODE
                   WHEN 'EX'
                       DISPLAY 'Session Expired - Please LOGIN '
                           'Again'
                   WHEN 'NG'
                       DISPLAY 'Not Authorized For This '
                           'Transaction'
                   WHEN OTHER
                       DISPLAY 'Session Not Authenticated - '
                           'Please LOGIN First'
               END-EVALUATE
               MOVE 'YES' TO WS-NOT-AUTHENTICATED
           END-IF.

       WRITE-AUDIT-RECORD.
           MOVE 'REPMNT' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-REP TO AUD-ENTITY-ID.
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO AUD-ACTION
               WHEN 'R'
                   MOVE 'RETIRE' TO AUD-ACTION
               WHEN 'V'
                   MOVE 'REACTIVATE' TO AUD-ACTION
               WHEN 'C'
                   MOVE 'COMMRATE' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'SALESREP' TO AUD-ACTION
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
