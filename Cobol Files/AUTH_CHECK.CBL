       COPY "SESSION.cpy".
       COPY "LOGNMAP.cpy".
       COPY "AIDKEYS.cpy".
       COPY "PARMSVC.cpy".

      * Looks the user up by username in USER-FILE (a small KSDS of
      * account records, accessed via EXEC CICS like every other
      * literal check. Every attempt - successful or not - is logged
      * through the common AUDIT-TRAIL subroutine, and repeated bad
      * passwords trip a lockout flag on the account after
      * WS-LOCKOUT-MAX tries. The lockout count and the password age
      * limit are LOCKOUT and PWD-DAYS under LOGIN on the
      * run-parameter registry, when keyed there.
      *
      * The old line-at-a-time prompts are replaced by the LOGNMAP
      * formatted screen: username, password and (dark) PIN are keyed
      * more - the operator's other entries stay on the screen.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM LOAD-SIGNON-LIMITS.
           MOVE LOW-VALUES TO LOGNMAPI.
           MOVE 'Key Username and Password - ENTER to Sign On'
               TO LGMSGI.
      *                    password does instead of being wiped by
      *                    the next attempt's correct password.
                           MOVE 0 TO USR-FAILED-COUNT
      *                    The REWRITE below carries the stamp
      *                    DORMANT-USER-SWEEP judges idleness by.
                           MOVE WS-TODAY-DATE TO USR-LAST-SIGNON-DATE
                           MOVE 'YES' TO WS-VALID-USER
                           MOVE 'Login Successful' TO WS-RESULT-TEXT
                       END-IF
           END-IF
           END-IF.

      *    A lockout count of zero would lock an account on its
      *    first wrong password and a password age of zero would
      *    expire every password, so only positive numbers are
      *    taken from the registry.
       LOAD-SIGNON-LIMITS.
           MOVE 'LOGIN' TO RPS-PROGRAM.
           MOVE 'LOCKOUT' TO RPS-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 100
               MOVE RPS-NUMBER TO WS-LOCKOUT-MAX
           END-IF.
           MOVE 'LOGIN' TO RPS-PROGRAM.
           MOVE 'PWD-DAYS' TO RPS-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 1000
               MOVE RPS-NUMBER TO WS-PASSWORD-MAX-AGE
           END-IF.

      *    How old is this account's password? A record written
      *    before the changed-date field existed has it blank - the
      *    clock starts at this signon rather than forcing a change
       WRITE-PWDCHANGE-AUDIT.
           MOVE 'LOGIN' TO AUD-PROGRAM-ID.
           MOVE WS-USERNAME TO AUD-SOURCE-ID.
           PERFORM SET-AUDIT-TERMINAL.
           MOVE 'PWDCHANGE' TO AUD-ACTION.
           MOVE 'Forced Change - Policy Age' TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
               LENGTH(LENGTH OF WS-SESSION-ENTRY)
               END-EXEC.

      *    A sign-on has no customer, so the entity field carries
      *    the terminal it was tried from instead - the security
      *    event export reads it back out of the TRM= tag.
       SET-AUDIT-TERMINAL.
           MOVE SPACES TO AUD-ENTITY-ID.
           STRING 'TRM=' EIBTRMID DELIMITED BY SIZE
               INTO AUD-ENTITY-ID.

       WRITE-AUDIT-RECORD.
           MOVE 'LOGIN' TO AUD-PROGRAM-ID.
           MOVE WS-USERNAME TO AUD-SOURCE-ID.
           PERFORM SET-AUDIT-TERMINAL.
           MOVE 'LOGIN' TO AUD-ACTION.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
