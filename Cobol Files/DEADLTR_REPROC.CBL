       01 WS-RETRY-MAX       PIC 9(2) VALUE 3.
       01 WS-RETRY-WAIT      PIC 9(2) VALUE 2.
       01 WS-ORDER-QNAME     PIC X(20) VALUE 'ORDER-QUEUE'.
      *    A corrected message no longer matches the check value
      *    its sender put on it, so it goes back out re-signed under
      *    the same trading partner the original named - pieces of
      *    the original's trailer and the correction's body.
       01 WS-ORIGINAL-BODY   PIC X(200).
       01 WS-ORIGINAL-TRAILER PIC X(30).
       01 WS-CORRECTED-BODY  PIC X(200).
       01 WS-SIGN-PARTNER    PIC X(8).

       01 WS-COUNTERS.
           05 WS-ENTRIES-READ      PIC 9(7) VALUE 0.
       01 WS-MQPUT-COMMAREA.
       COPY "MQPUTCA.cpy".
       COPY "ERRLOG.cpy".
       COPY "MSGCHK.cpy".

      * Works the dead-letter file back down instead of letting it
      * be a dead end: each entry MQ-RECEIVER parked in DEADLTR.DAT
      * uses, so a batch that failed over an upstream formatting
      * glitch is corrected and reposted rather than written off.
      * Everything not successfully resubmitted is carried forward
      * to DEADLTR.NEW. A corrected message is re-signed for the
      * trading partner the original named before it is put; one
      * whose original named no partner MQ-RECEIVER knows cannot
      * be, and is kept.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT DEAD-LETTER-FILE.
                       DISPLAY 'Blank Correction - Entry Kept'
                       PERFORM RETAIN-ENTRY
                   ELSE
                       PERFORM SIGN-CORRECTED-MESSAGE
                       IF MCK-RETURN-CODE = '00'
                           PERFORM RESUBMIT-ENTRY
                       ELSE
                           DISPLAY 'Cannot Sign For Partner '
                               WS-SIGN-PARTNER ' RC=' MCK-RETURN-CODE
                               ' - Entry Kept'
                           PERFORM RETAIN-ENTRY
                       END-IF
                   END-IF
               WHEN OTHER
                   PERFORM RETAIN-ENTRY
           END-EVALUATE.

      *    The operator may key the correction with or without the
      *    old trailer on the end; either way only the body before
      *    '|@' is kept and signed afresh.
       SIGN-CORRECTED-MESSAGE.
           MOVE SPACES TO WS-ORIGINAL-BODY.
           MOVE SPACES TO WS-ORIGINAL-TRAILER.
           MOVE SPACES TO WS-SIGN-PARTNER.
           MOVE SPACES TO WS-CORRECTED-BODY.
           UNSTRING DLQ-RAW-MESSAGE DELIMITED BY '|@'
               INTO WS-ORIGINAL-BODY WS-ORIGINAL-TRAILER
           END-UNSTRING.
           UNSTRING WS-ORIGINAL-TRAILER DELIMITED BY '@' OR SPACE
               INTO WS-SIGN-PARTNER
           END-UNSTRING.
           UNSTRING WS-CORRECTED-MSG DELIMITED BY '|@'
               INTO WS-CORRECTED-BODY
           END-UNSTRING.
           IF WS-SIGN-PARTNER = SPACES
               MOVE 'NF' TO MCK-RETURN-CODE
           ELSE
               MOVE 'S' TO MCK-FUNCTION
               MOVE WS-SIGN-PARTNER TO MCK-PARTNER-ID
               MOVE WS-CORRECTED-BODY TO MCK-BODY
               CALL 'MESSAGE-CHECK-VALUE'
                   USING WS-MESSAGE-CHECK-ENTRY
               IF MCK-RETURN-CODE = '00'
                   MOVE MCK-SIGNED-MESSAGE TO WS-CORRECTED-MSG
               END-IF
           END-IF.

       RESUBMIT-ENTRY.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'NO' TO WS-PUT-OK.
