       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIOD-REOPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The period control file PERIOD-CLOSE writes, read whole
      *    and written back with the reopened month on it.
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
       01 WS-REOPEN-PERIOD  PIC X(6).
       01 WS-REOPEN-REASON  PIC X(20).
       01 WS-RESULT-TEXT    PIC X(30) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP.
       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

      *    Every line on PERIOD.DAT - one per month ever closed.
       01 WS-PERIOD-COUNT    PIC 9(3) VALUE 0.
       01 WS-PERIOD-IDX      PIC 9(3) VALUE 0.
       01 WS-PERIOD-FOUND    PIC 9(3) VALUE 0.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-LINE OCCURS 600 TIMES PIC X(49).

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Opens again an accounting period PERIOD-CLOSE has closed,
      * for the rare correction that has to be dated into a month
      * whose statements have already gone out. Reopening undoes
      * the protection the close gives posted history, so it is
      * held to the admin authorization group (SESSION-CHECK group
      * 'A', the same gate as USER-UNLOCK) and every attempt -
      * reopened or refused - goes to the AUDT queue naming the
      * administrator, the period and the reason keyed. Only a
      * month marked CLOSED can be reopened. The line on
      * PERIOD.DAT is kept, set back to OPEN and stamped with who
      * reopened it and when, so the month can be closed again by
      * rerunning PERIOD-CLOSE for it.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           DISPLAY 'Enter Period to Reopen (YYYYMM): '.
           ACCEPT WS-REOPEN-PERIOD.
           DISPLAY 'Enter Reason for Reopening: '.
           ACCEPT WS-REOPEN-REASON.

           IF WS-REOPEN-PERIOD NOT NUMERIC
               OR WS-REOPEN-PERIOD(5:2) < '01'
               OR WS-REOPEN-PERIOD(5:2) > '12'
               MOVE 'Invalid Period' TO WS-RESULT-TEXT
           ELSE
               IF WS-REOPEN-REASON = SPACES
                   MOVE 'No Reason Given' TO WS-RESULT-TEXT
               ELSE
                   PERFORM REOPEN-PERIOD
               END-IF
           END-IF.

           DISPLAY WS-RESULT-TEXT ' - ' WS-REOPEN-PERIOD.
           PERFORM WRITE-AUDIT-RECORD.
           EXEC CICS RETURN END-EXEC.

       REOPEN-PERIOD.
           PERFORM LOAD-PERIODS.
           IF WS-PERIOD-FOUND = 0
               MOVE 'Period Not Closed' TO WS-RESULT-TEXT
           ELSE
               MOVE WS-PERIOD-LINE(WS-PERIOD-FOUND) TO PERIOD-RECORD
               IF PRD-STATUS NOT = 'CLOSED'
                   MOVE 'Period Not Closed' TO WS-RESULT-TEXT
               ELSE
                   MOVE 'OPEN' TO PRD-STATUS
                   MOVE FUNCTION CURRENT-DATE(1:14) TO PRD-CHANGED-AT
                   MOVE SESS-USERNAME TO PRD-CHANGED-BY
                   MOVE PERIOD-RECORD
                       TO WS-PERIOD-LINE(WS-PERIOD-FOUND)
                   PERFORM WRITE-PERIODS
               END-IF
           END-IF.

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
                               IF PRD-PERIOD = WS-REOPEN-PERIOD
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
               MOVE 'Period File Unavailable' TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING WS-PERIOD-IDX FROM 1 BY 1
                       UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                   MOVE WS-PERIOD-LINE(WS-PERIOD-IDX) TO PERIOD-RECORD
                   WRITE PERIOD-RECORD
               END-PERFORM
               CLOSE PERIOD-FILE
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'Reopened: ' WS-REOPEN-REASON
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       CHECK-SESSION.
      *    Entered cold at a terminal, so gated by the SESS queue a
      *    successful LOGIN left on this EIBTRMID - and, as with
      *    USER-UNLOCK, only an administrator gets past it.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'A' TO SC-GROUP-REQUIRED.
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
           MOVE 'PRDREOPN' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-REOPEN-PERIOD TO AUD-ENTITY-ID.
           MOVE 'REOPEN' TO AUD-ACTION.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
