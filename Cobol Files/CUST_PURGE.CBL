
       COPY "ERRLOG.cpy".
       COPY "JRNLREC.cpy".
       COPY "PARMSVC.cpy".

      * Retention-period companion to CUSTOMER-MAINT's soft delete:
      * the delete action only marks a record ARCHIVED with the date,
      * removes customer records - and only once an archived record
      * has aged past WS-RETENTION-DAYS. Run it from the month-end
      * stream; everything it removes is listed in PURGE.RPT so the
      * purge itself leaves a trail. The retention period is
      * RETENTION under CUSTOMER-PURGE on the run-parameter
      * registry when keyed there; a zero is refused, since it
      * would purge a record the day it was archived.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           MOVE 'CUSTOMER-PURGE' TO RPS-PROGRAM.
           MOVE 'RETENTION' TO RPS-NAME.
           MOVE SPACES TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-NUMERIC = 'YES'
               AND RPS-NUMBER > 0 AND RPS-NUMBER < 1000
               MOVE RPS-NUMBER TO WS-RETENTION-DAYS
           END-IF.
           DISPLAY 'CUSTOMER-PURGE - RETENTION DAYS: '
               WS-RETENTION-DAYS.
           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
