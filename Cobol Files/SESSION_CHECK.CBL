      *    Thirty minutes of idle time ends a session - long enough
      *    for a phone call, short enough that a terminal someone
      *    logged into Monday morning is not still authenticated
      *    Friday night. IDLE-SECS under SESSION-CHECK on the
      *    run-parameter registry replaces it when keyed.
       01  WS-IDLE-MAX-SECONDS PIC 9(7) VALUE 1800.
       01  WS-NOW-TIMESTAMP    PIC X(26).
       01  WS-NOW-DATE         PIC 9(8).

       COPY "SESSION.cpy".
       COPY "AUDITLOG.cpy".
       COPY "PARMSVC.cpy".

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           MOVE SPACES TO SC-USERNAME.
           MOVE 'SESS' TO WS-SESSION-QUEUE(1:4).
           MOVE EIBTRMID TO WS-SESSION-QUEUE(5:4).
           PERFORM LOAD-IDLE-LIMIT.
           EXEC CICS READQ TS
               QUEUE(WS-SESSION-QUEUE)
               INTO(WS-SESSION-ENTRY)
           END-IF.
           EXEC CICS RETURN END-EXEC.

      *    An idle limit of zero would expire every session on its
      *    next action, so only a positive number is taken.
       LOAD-IDLE-LIMIT.
           MOVE 'SESSION-CHECK' TO RPS-PROGRAM.
           MOVE 'IDLE-SECS' TO RPS-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 10000000
               MOVE RPS-NUMBER TO WS-IDLE-MAX-SECONDS
           END-IF.

      *    Who may do what, judged against the profile LOGIN copied
      *    into the session marker: the caller names its group and
      *    the matching profile byte must grant it. A profile of
       WRITE-DENIED-AUDIT.
           MOVE 'SESSCHK' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
      *    The terminal rides in the entity field, tagged the way
      *    LOGIN tags its sign-on entries.
           MOVE SPACES TO AUD-ENTITY-ID.
           STRING 'TRM=' EIBTRMID DELIMITED BY SIZE
               INTO AUD-ENTITY-ID.
           MOVE 'DENIED' TO AUD-ACTION.
           MOVE SPACES TO AUD-RESULT.
           STRING 'Group ' SC-GROUP-REQUIRED ' Not Granted'
