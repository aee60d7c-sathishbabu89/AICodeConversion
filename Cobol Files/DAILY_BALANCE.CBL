           SELECT BALANCE-HISTORY-FILE ASSIGN TO 'BALANCE.HST'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BALHIST-STATUS.
      *    Only opened to see whether FILE-PROCESSOR quarantined a
      *    feed in the generation being balanced.
           SELECT QUARANTINE-FILE ASSIGN TO WS-QUARANTINE-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUARANTINE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD IN-FILE.
       01 IN-RECORD PIC X(52).

      *    Only the name at the front is read here - the record is
      *    declared at FILE-PROCESSOR's full width, standardised
      *    name parts included, so a whole line is taken per READ.
       FD OUT-FILE.
       01 OUT-RECORD PIC X(172).

       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(86).
           05 BH-MISSING-COUNT PIC 9(7).
           05 BH-BALANCED      PIC X(3).

       FD QUARANTINE-FILE.
       01 QUARANTINE-RECORD PIC X(72).

       WORKING-STORAGE SECTION.
       01 WS-IN-STATUS PIC XX.
       01 WS-QUARANTINE-STATUS PIC XX.
       01 WS-QUARANTINE-DSN PIC X(80).
       01 WS-FEED-QUARANTINED PIC X(3) VALUE 'NO'.
       01 WS-OUT-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-BALRPT-STATUS PIC XX.
      *    One pass per feed named on the run - the totals and the
      *    key table accumulate straight across feeds, so the
      *    balance is taken against the whole day's combined intake
      *    exactly as FILE-PROCESSOR merged it. A feed FILE-PROCESSOR
      *    quarantined never reached its outputs and has been moved
      *    out from under its name, so it is left out of the intake
      *    rather than stopping the balance.
       COUNT-INPUT-RECORDS.
           PERFORM VARYING WS-IN-FEED-IDX FROM 1 BY 1
                   UNTIL WS-IN-FEED-IDX > WS-IN-FEED-COUNT
               MOVE WS-IN-FEED(WS-IN-FEED-IDX) TO WS-IN-DSN
               PERFORM CHECK-FEED-QUARANTINED
               IF WS-FEED-QUARANTINED = 'YES'
                   DISPLAY 'DAILY-BALANCE - FEED '
                       FUNCTION TRIM(WS-IN-DSN)
                       ' WAS QUARANTINED - NOT IN THE BALANCE'
               ELSE
                   PERFORM COUNT-ONE-INPUT-FEED
               END-IF
           END-PERFORM.

       CHECK-FEED-QUARANTINED.
           MOVE 'NO' TO WS-FEED-QUARANTINED.
           IF WS-LASTRUN-ID NOT = SPACES
               MOVE SPACES TO WS-QUARANTINE-DSN
               STRING 'QUARANTINE.' FUNCTION TRIM(WS-IN-DSN) '.'
                   WS-LASTRUN-ID DELIMITED BY SIZE
                   INTO WS-QUARANTINE-DSN
               OPEN INPUT QUARANTINE-FILE
               IF WS-QUARANTINE-STATUS = '00'
                   MOVE 'YES' TO WS-FEED-QUARANTINED
                   CLOSE QUARANTINE-FILE
               END-IF
           END-IF.

       COUNT-ONE-INPUT-FEED.
           OPEN INPUT IN-FILE.
           IF WS-IN-STATUS NOT = '00'
