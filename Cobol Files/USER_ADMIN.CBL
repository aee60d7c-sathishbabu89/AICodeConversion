               MOVE 'N' TO USR-SENSITIVE-FLAG
               MOVE 0 TO USR-PIN-HASH
               MOVE 'N' TO USR-DISABLED-FLAG
               MOVE FUNCTION CURRENT-DATE(1:8) TO USR-LAST-SIGNON-DATE
               PERFORM COLLECT-AUTH-PROFILE
               EXEC CICS WRITE
                   DATASET('USER-FILE')
           MOVE 'DISABLE' TO AUD-ACTION.
           PERFORM WRITE-AUDIT-RECORD.

      *    Re-enabling restarts the idle clock - an account
      *    DORMANT-USER-SWEEP switched off would otherwise be
      *    switched straight back off by its next run.
       REENABLE-ACCOUNT.
           PERFORM READ-TARGET-FOR-UPDATE.
           IF WS-RESP = DFHRESP(NORMAL)
               MOVE 'N' TO USR-DISABLED-FLAG
               MOVE FUNCTION CURRENT-DATE(1:8) TO USR-LAST-SIGNON-DATE
               PERFORM REWRITE-TARGET
               DISPLAY 'Account Re-Enabled: ' WS-TARGET-USERNAME
           END-IF.
