       IDENTIFICATION DIVISION.
       PROGRAM-ID. MQ-INTRADAY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-RESP            PIC S9(8) COMP.
       01 WS-RESP-DISPLAY    PIC -(8)9.
       01 WS-TRIGGER-LENGTH  PIC S9(4) COMP VALUE 684.
       01 WS-PARM-POINTER    PIC 9(3) VALUE 1.
       01 WS-RECEIVER-RC     PIC -(3)9.

      *    The trigger message the queue manager's trigger monitor
      *    passes on the START - only the queue name is used.
       01 WS-TRIGGER-MESSAGE.
           05 TM-STRUC-ID      PIC X(4).
           05 TM-VERSION       PIC S9(8) COMP.
           05 TM-QNAME         PIC X(48).
           05 TM-PROCESS-NAME  PIC X(48).
           05 TM-TRIGGER-DATA  PIC X(64).
           05 TM-APPL-TYPE     PIC S9(8) COMP.
           05 TM-APPL-ID       PIC X(256).
           05 TM-ENV-DATA      PIC X(128).
           05 TM-USER-DATA     PIC X(128).

       01 WS-INTRADAY-QNAME  PIC X(48).

      *    Handed to MQ-RECEIVER the way the nightly driver hands
      *    it a step PARM.
       01 WS-RECEIVER-PARM.
           05 WS-RECEIVER-PARM-LENGTH PIC S9(4) COMP VALUE 0.
           05 WS-RECEIVER-PARM-TEXT   PIC X(80) VALUE SPACES.

       COPY "ERRLOG.cpy".

      * Intraday order posting. The order queues are defined to
      * trigger this transaction when orders arrive, so an order is
      * posted as it lands instead of waiting on the queue for the
      * nightly drain - a payment taken at nine lifts a credit hold
      * that morning, and the batch window is left with what came in
      * after intraday posting stopped. The posting itself is
      * MQ-RECEIVER's, called for the one queue that fired with an
      * INTRADAY token: the same duplicate guard, price and credit
      * checks, ledger, dead-letter and held files and
      * acknowledgment as the nightly drain. MQ-RECEIVER also keeps
      * the two from draining one queue at once and honours the
      * operator's INTRADAY switch on the run-parameter registry.
      * Started without a trigger message - by an operator at a
      * terminal after switching intraday posting back on, say -
      * it posts what is waiting on ORDER-QUEUE.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE SPACES TO WS-TRIGGER-MESSAGE.
           EXEC CICS RETRIEVE
               INTO(WS-TRIGGER-MESSAGE)
               LENGTH(WS-TRIGGER-LENGTH)
               RESP(WS-RESP)
               END-EXEC.
           IF (WS-RESP = DFHRESP(NORMAL)
                   OR WS-RESP = DFHRESP(LENGERR))
               AND TM-QNAME NOT = SPACES
               MOVE TM-QNAME TO WS-INTRADAY-QNAME
           ELSE
               MOVE 'ORDER-QUEUE' TO WS-INTRADAY-QNAME
           END-IF.

      *    MQ-RECEIVER names its queues in twenty characters; a
      *    longer name cannot be one of them.
           IF WS-INTRADAY-QNAME(21:28) NOT = SPACES
               DISPLAY 'ERROR: TRIGGERED QUEUE NAME TOO LONG - '
                   WS-INTRADAY-QNAME
               MOVE 'MQINTRA' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E194' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'TRIGGERED QUEUE NAME TOO LONG - '
                   WS-INTRADAY-QNAME(1:40) DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE SPACES TO WS-RECEIVER-PARM-TEXT.
           MOVE 1 TO WS-PARM-POINTER.
           STRING 'INTRADAY QUEUES=' DELIMITED BY SIZE
               WS-INTRADAY-QNAME(1:20) DELIMITED BY SPACE
               INTO WS-RECEIVER-PARM-TEXT
               WITH POINTER WS-PARM-POINTER.
           COMPUTE WS-RECEIVER-PARM-LENGTH = WS-PARM-POINTER - 1.

           CALL 'MQ-RECEIVER' USING WS-RECEIVER-PARM.
           MOVE RETURN-CODE TO WS-RECEIVER-RC.
           DISPLAY 'MQ-INTRADAY - ' WS-INTRADAY-QNAME(1:20)
               ' RC=' WS-RECEIVER-RC.
           EXEC CICS RETURN END-EXEC.
