           SELECT RECON-REPORT-FILE ASSIGN TO 'RECON.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECON-STATUS.
      *    AR-CONTROL-PROOF's customer balance versus ledger proof.
           SELECT AR-PROOF-FILE ASSIGN TO 'ARPROOF.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROOF-STATUS.
           SELECT HEALTH-REPORT ASSIGN TO 'HEALTH.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HEALTH-STATUS.
           05 RTS-COUNT PIC X(7).
           05 FILLER    PIC X(73).

       FD AR-PROOF-FILE.
       01 AR-PROOF-LINE PIC X(132).

       FD HEALTH-REPORT.
       01 HEALTH-REPORT-RECORD PIC X(80).

       01 WS-BAL-STATUS    PIC XX.
       01 WS-RECON-STATUS  PIC XX.
       01 WS-HEALTH-STATUS PIC XX.
       01 WS-PROOF-STATUS  PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-BALANCE-VERDICT PIC X(14) VALUE 'NOT FOUND'.
       01 WS-PROOF-VERDICT PIC X(14) VALUE 'NOT FOUND'.
       01 WS-RECON-MISMATCHED PIC 9(7) VALUE 0.
       01 WS-RECON-MISSING    PIC 9(7) VALUE 0.
       01 WS-RECON-TABLE-ONLY PIC 9(7) VALUE 0.

      * The single morning answer to "did the night's processing
      * come out clean": reads DAILY-BALANCE's verdict out of
      * BALANCE.RPT, CUSTOMER-RECONCILE's closing totals out of
      * RECON.RPT and AR-CONTROL-PROOF's verdict out of
      * ARPROOF.RPT and boils them down to one GO or NO-GO in
      * HEALTH.RPT (and in this step's return code, so the driver
      * treats an unhealthy night like any other failed step). A
      * report that is missing, or one whose verdict can't be
       MAIN-LOGIC.
           PERFORM READ-BALANCE-VERDICT.
           PERFORM READ-RECON-TOTALS.
           PERFORM READ-PROOF-VERDICT.

           IF WS-BALANCE-VERDICT NOT = 'IN BALANCE'
               MOVE 'NO' TO WS-RUN-HEALTHY
           IF WS-RECON-TOTALS-SEEN = 'NO'
               MOVE 'NO' TO WS-RUN-HEALTHY
           END-IF.
      *    The first night the proof runs has nothing to prove
      *    against yet - its baseline is not a failure.
           IF WS-PROOF-VERDICT NOT = 'IN BALANCE'
               AND WS-PROOF-VERDICT NOT = 'BASELINE TAKEN'
               MOVE 'NO' TO WS-RUN-HEALTHY
           END-IF.
           IF WS-RECON-MISMATCHED > 0 OR WS-RECON-MISSING > 0
               OR WS-RECON-TABLE-ONLY > 0
               MOVE 'NO' TO WS-RUN-HEALTHY
               CLOSE BALANCE-REPORT-FILE
           END-IF.

      *    The proof's verdict is the last line of ARPROOF.RPT; an
      *    unfinished proof's verdict is neither, and stays a NO-GO.
       READ-PROOF-VERDICT.
           OPEN INPUT AR-PROOF-FILE.
           IF WS-PROOF-STATUS NOT = '00'
               MOVE 'NOT FOUND' TO WS-PROOF-VERDICT
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ AR-PROOF-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AR-PROOF-LINE(1:14)
                                   = 'OUT OF BALANCE'
                                   MOVE 'OUT OF BALANCE'
                                       TO WS-PROOF-VERDICT
                               WHEN AR-PROOF-LINE(1:10)
                                   = 'IN BALANCE'
                                   MOVE 'IN BALANCE'
                                       TO WS-PROOF-VERDICT
                               WHEN AR-PROOF-LINE(1:14)
                                   = 'BASELINE TAKEN'
                                   MOVE 'BASELINE TAKEN'
                                       TO WS-PROOF-VERDICT
                               WHEN AR-PROOF-LINE(1:19)
                                   = 'PROOF NOT COMPLETED'
                                   MOVE 'NOT COMPLETED'
                                       TO WS-PROOF-VERDICT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE AR-PROOF-FILE
           END-IF.

      *    The reconcile report ends with its totals - the labels
      *    sit in the first twenty columns with the raw count right
      *    behind, so picking the numbers back out is a matter of
               END-STRING
               WRITE HEALTH-REPORT-RECORD
               MOVE SPACES TO HEALTH-REPORT-RECORD
               STRING 'AR CONTROL PROOF:       ' WS-PROOF-VERDICT
                   DELIMITED BY SIZE INTO HEALTH-REPORT-RECORD
               END-STRING
               WRITE HEALTH-REPORT-RECORD
               MOVE SPACES TO HEALTH-REPORT-RECORD
               STRING 'RECON MISMATCHED:       ' WS-RECON-MISMATCHED
                   DELIMITED BY SIZE INTO HEALTH-REPORT-RECORD
               END-STRING
