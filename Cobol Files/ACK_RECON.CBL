           05 WS-ACKED-POSTED      PIC 9(7) VALUE 0.
           05 WS-ACKED-DEADLTR     PIC 9(7) VALUE 0.
           05 WS-ACKED-HELD        PIC 9(7) VALUE 0.
           05 WS-ACKED-REVERSED    PIC 9(7) VALUE 0.
           05 WS-NEVER-ACKED       PIC 9(7) VALUE 0.
           05 WS-UNMATCHED-ACKS    PIC 9(7) VALUE 0.

               ' ACKS ' WS-ACKS-READ
               ' POSTED ' WS-ACKED-POSTED
               ' DEADLTR ' WS-ACKED-DEADLTR
               ' REVERSED ' WS-ACKED-REVERSED
               ' UNACKED ' WS-NEVER-ACKED.
           IF WS-MQ-ERROR = 'YES'
               MOVE 8 TO RETURN-CODE
      *    way the order messages themselves are. An ack for an order
      *    not in today's ORDERS.DAT (a prior day's straggler, or a
      *    held order released later) is counted and reported rather
      *    than dropped. ORDERID|REVERSED|reason comes from
      *    REVERSAL-APPLY for an order posted on an earlier day and
      *    since reversed; it is counted and shown on the job log,
      *    and never overwrites what today's submission came to.
       APPLY-ONE-ACK.
           MOVE SPACES TO WS-ACK-ORDER-ID.
           MOVE SPACES TO WS-ACK-OUTCOME.
           UNSTRING WS-ACK-MSG DELIMITED BY '|'
               INTO WS-ACK-ORDER-ID WS-ACK-OUTCOME WS-ACK-REASON
           END-UNSTRING.
           IF WS-ACK-OUTCOME = 'REVERSED'
               ADD 1 TO WS-ACKED-REVERSED
               DISPLAY 'REVERSAL ACK FOR ORDER ' WS-ACK-ORDER-ID
                   ' ' WS-ACK-REASON
           ELSE
               PERFORM MATCH-ONE-ACK
           END-IF.

       MATCH-ONE-ACK.
           MOVE 'NO' TO WS-ACK-MATCHED.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT

           MOVE SPACES TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE 'ACKNOWLEDGED - HELD FOR REVIEW' TO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           PERFORM VARYING WS-SUB-IDX FROM 1 BY 1
                   UNTIL WS-SUB-IDX > WS-SUB-COUNT
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           STRING 'ACKED REVERSED:     ' WS-ACKED-REVERSED
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
           MOVE SPACES TO ACK-REPORT-RECORD.
           STRING 'NEVER ACKNOWLEDGED: ' WS-NEVER-ACKED
               DELIMITED BY SIZE INTO ACK-REPORT-RECORD.
           WRITE ACK-REPORT-RECORD.
