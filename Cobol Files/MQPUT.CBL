       01  DFHCOMMAREA.
       COPY "MQPUTCA.cpy".

      * The one place a message actually goes onto a queue: every sender
      * (MQSEND's order feed, ORDER-ENTRY's phone orders, MQ-RECEIVER's
      * acknowledgments, DEADLETTER-REPROCESS's resubmissions) LINKs
      * here with the MQPUTCA.cpy commarea naming the target queue and
      * carrying the message text. The put's real outcome is reported
      * back through MQ-PUT-STATUS - '00' on the queue, '99' not - since
      * the LINK's own RESP only says this program ran, not that the
      * message landed. Built and shipped together with the commarea
      * copybook; the two must never drift apart.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE '99' TO MQ-PUT-STATUS.
