       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-CLOSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The period control file, read whole into the table below
      *    and written back with the closed month on it.
           SELECT PERIOD-FILE ASSIGN TO 'PERIOD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PERIOD-FILE.
       COPY "PERIOD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PERIOD-STATUS  PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-NOW            PIC X(21).

       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).

      *    The month to close, YYYYMM, and the open business month
      *    it has to be earlier than.
       01 WS-CLOSE-PERIOD    PIC X(6) VALUE SPACES.
       01 WS-CLOSE-YEAR      PIC 9(4).
       01 WS-CLOSE-MONTH     PIC 9(2).
       01 WS-BUSINESS-MONTH  PIC X(6).

      *    Every line on PERIOD.DAT - one per month ever closed.
       01 WS-PERIOD-COUNT    PIC 9(3) VALUE 0.
       01 WS-PERIOD-IDX      PIC 9(3) VALUE 0.
       01 WS-PERIOD-FOUND    PIC 9(3) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-LINE OCCURS 600 TIMES PIC X(49).

       COPY "BUSDATE.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Closes an accounting period once its statements have gone
      * out - run after CUSTOMER-STATEMENTS for the month. PARM
      * PERIOD=YYYYMM names the month; with no PARM it is the month
      * before the open business date's. Only a month already over
      * can be closed: the business month, or anything later, is
      * refused. The month is marked CLOSED on PERIOD.DAT and from
      * then on BUSINESS-DATE-SERVICE reports any posting date in
      * it as closed, so BALANCE-ADJUST, HELD-ORDER-REVIEW and
      * MQ-RECEIVER refuse to date work into it and the statements
      * already sent stay true. The close is written to the audit
      * trail. Closing a month already closed changes nothing and
      * ends clean, so the job can be rerun. Only PERIOD-REOPEN,
      * under the admin group, opens a month again.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-BUSINESS-DATE(1:6) TO WS-BUSINESS-MONTH.
           PERFORM PARSE-RUN-PARAMETERS.
           IF WS-CLOSE-PERIOD = SPACES
               PERFORM SET-DEFAULT-PERIOD
           END-IF.

           IF WS-CLOSE-PERIOD NOT NUMERIC
               OR WS-CLOSE-PERIOD(5:2) < '01'
               OR WS-CLOSE-PERIOD(5:2) > '12'
               OR WS-CLOSE-PERIOD NOT < WS-BUSINESS-MONTH
               DISPLAY 'ERROR: PERIOD ' WS-CLOSE-PERIOD
                   ' CANNOT BE CLOSED - BUSINESS MONTH IS '
                   WS-BUSINESS-MONTH
               MOVE 'PRDCLOSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E143' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED - NOT BEFORE BUSINESS MONTH '
                   WS-BUSINESS-MONTH DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM LOAD-PERIODS.
           IF WS-PERIOD-FOUND > 0
               IF WS-PERIOD-LINE(WS-PERIOD-FOUND)(8:6) = 'CLOSED'
                   DISPLAY 'PERIOD-CLOSE - PERIOD ' WS-CLOSE-PERIOD
                       ' ALREADY CLOSED'
                   MOVE 0 TO RETURN-CODE
                   GOBACK
               END-IF
           ELSE
               IF WS-PERIOD-COUNT NOT < 600
                   DISPLAY 'ERROR: PERIOD TABLE FULL - PERIOD '
                       WS-CLOSE-PERIOD ' NOT CLOSED'
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-PERIOD-FOUND
           END-IF.

           MOVE SPACES TO PERIOD-RECORD.
           MOVE WS-CLOSE-PERIOD TO PRD-PERIOD.
           MOVE 'CLOSED' TO PRD-STATUS.
           MOVE WS-NOW(1:14) TO PRD-CHANGED-AT.
           MOVE 'PERIOD-CLOSE' TO PRD-CHANGED-BY.
           MOVE PERIOD-RECORD TO WS-PERIOD-LINE(WS-PERIOD-FOUND).
           PERFORM WRITE-PERIODS.

           MOVE 'PRDCLOSE' TO AUD-PROGRAM-ID.
           MOVE 'BATCH' TO AUD-SOURCE-ID.
           MOVE WS-CLOSE-PERIOD TO AUD-ENTITY-ID.
           MOVE 'CLOSE' TO AUD-ACTION.
           MOVE 'Period Closed' TO AUD-RESULT.
           MOVE SPACES TO AUD-TIMESTAMP.
           CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY.

           DISPLAY 'PERIOD-CLOSE - PERIOD ' WS-CLOSE-PERIOD ' CLOSED'.
           MOVE 0 TO RETURN-CODE.
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
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:7) = 'PERIOD='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(8:6)
                       TO WS-CLOSE-PERIOD
               END-IF
           END-PERFORM.

      *    The month before the business month, over the year end
      *    when the business month is January.
       SET-DEFAULT-PERIOD.
           MOVE BDT-BUSINESS-DATE(1:4) TO WS-CLOSE-YEAR.
           MOVE BDT-BUSINESS-DATE(5:2) TO WS-CLOSE-MONTH.
           IF WS-CLOSE-MONTH = 1
               MOVE 12 TO WS-CLOSE-MONTH
               SUBTRACT 1 FROM WS-CLOSE-YEAR
           ELSE
               SUBTRACT 1 FROM WS-CLOSE-MONTH
           END-IF.
           MOVE WS-CLOSE-YEAR TO WS-CLOSE-PERIOD(1:4).
           MOVE WS-CLOSE-MONTH TO WS-CLOSE-PERIOD(5:2).

      *    No file yet means no month has ever been closed.
       LOAD-PERIODS.
           MOVE 0 TO WS-PERIOD-COUNT.
           MOVE 0 TO WS-PERIOD-FOUND.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ PERIOD-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-PERIOD-COUNT < 600
                               ADD 1 TO WS-PERIOD-COUNT
                               MOVE PERIOD-RECORD
                                 TO WS-PERIOD-LINE(WS-PERIOD-COUNT)
                               IF PRD-PERIOD = WS-CLOSE-PERIOD
                                   MOVE WS-PERIOD-COUNT
                                       TO WS-PERIOD-FOUND
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

       WRITE-PERIODS.
           OPEN OUTPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE PERIOD.DAT STATUS='
                   WS-PERIOD-STATUS
               MOVE 'PRDCLOSE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E144' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO WRITE PERIOD.DAT STATUS='
                   WS-PERIOD-STATUS ' - PERIOD ' WS-CLOSE-PERIOD
                   ' NOT CLOSED' DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                   UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
               MOVE WS-PERIOD-LINE(WS-PERIOD-IDX) TO PERIOD-RECORD
               WRITE PERIOD-RECORD
           END-PERFORM.
           CLOSE PERIOD-FILE.
