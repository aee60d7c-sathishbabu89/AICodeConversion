       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUSINESS-DATE-SERVICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The business-date control record: one line, the open
      *    business date, the posting cutoff time (HHMM, blank for
      *    none) and when the date was last rolled. Operations set
      *    the cutoff by editing the line; only the nightly roll
      *    moves the date.
           SELECT BUSINESS-DATE-FILE ASSIGN TO 'BUSDATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUSDATE-STATUS.
      *    The same run calendar NIGHTLY-BATCH-DRIVER works from -
      *    the next business day is the next date it does not mark
      *    as a holiday.
           SELECT RUN-CALENDAR ASSIGN TO 'RUNCAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
      *    Closed accounting periods - a posting date inside one is
      *    reported back so the caller refuses the work.
           SELECT PERIOD-FILE ASSIGN TO 'PERIOD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BUSINESS-DATE-FILE.
       01 BUSINESS-DATE-RECORD.
           05 BDR-BUSINESS-DATE PIC X(8).
           05 FILLER            PIC X(1).
           05 BDR-CUTOFF-TIME   PIC X(4).
           05 FILLER            PIC X(1).
           05 BDR-ROLLED-AT     PIC X(14).

       FD RUN-CALENDAR.
       01 CALENDAR-RECORD.
           05 CAL-DATE     PIC X(8).
           05 FILLER       PIC X(1).
           05 CAL-DAY-TYPE PIC X(1).

       FD PERIOD-FILE.
       COPY "PERIOD.cpy".

       WORKING-STORAGE SECTION.
       01 WS-BUSDATE-STATUS  PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-CALENDAR-EOF    PIC X(3) VALUE 'NO'.
       01 WS-PERIOD-STATUS   PIC XX.
       01 WS-PERIOD-EOF      PIC X(3) VALUE 'NO'.
       01 WS-NOW             PIC X(21).
       01 WS-NOW-DATE        PIC X(8).
       01 WS-NOW-TIME        PIC X(4).
       01 WS-DATE-NUM        PIC 9(8).
       01 WS-DATE-INT        PIC S9(7).
       01 WS-CANDIDATE       PIC X(8).
       01 WS-CANDIDATE-HOLIDAY PIC X(3) VALUE 'NO'.
       01 WS-DAYS-TRIED      PIC 9(3) VALUE 0.

      *    Holidays after the business date, loaded once per call.
       01 WS-HOLIDAY-COUNT   PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-IDX     PIC 9(3) VALUE 0.
       01 WS-HOLIDAY-TABLE.
           05 WS-HOLIDAY-DATE OCCURS 400 TIMES PIC X(8).

       LINKAGE SECTION.
       COPY "BUSDATE.cpy".

      * One business date for the whole shop, in place of each
      * program stamping its work with the clock - an order drained
      * at 00:20 by the nightly run belongs to the day being
      * closed, not the day the clock has moved on to, and a rerun
      * the next morning must post to that same day. The date only
      * moves when NIGHTLY-BATCH-DRIVER rolls it at the end of a
      * clean run. Terminal work ('P') after the cutoff time in the
      * control record, or after midnight before the roll, is
      * dated to the next business day instead, so nothing keyed
      * once the day is being closed lands in a day already
      * closed. No control record yet (a shop that has not cut
      * one) dates everything with today's date, as before, and
      * the first roll writes the record.
       PROCEDURE DIVISION USING WS-BUSINESS-DATE-ENTRY.
       MAIN-LOGIC.
           MOVE '00' TO BDT-RETURN-CODE.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW.
           MOVE WS-NOW(1:8) TO WS-NOW-DATE.
           MOVE WS-NOW(9:4) TO WS-NOW-TIME.
           PERFORM READ-BUSINESS-DATE.
           PERFORM FIND-NEXT-BUSINESS-DATE.

           EVALUATE BDT-FUNCTION
               WHEN 'B'
                   MOVE BDT-BUSINESS-DATE TO BDT-POSTING-DATE
               WHEN 'P'
                   PERFORM SET-POSTING-DATE
               WHEN 'R'
                   PERFORM ROLL-BUSINESS-DATE
               WHEN OTHER
                   DISPLAY 'BUSINESS-DATE-SERVICE: INVALID FUNCTION '
                       BDT-FUNCTION
                   MOVE BDT-BUSINESS-DATE TO BDT-POSTING-DATE
           END-EVALUATE.
           PERFORM CHECK-POSTING-PERIOD.
           GOBACK.

       READ-BUSINESS-DATE.
           MOVE SPACES TO BDT-BUSINESS-DATE.
           MOVE SPACES TO BDT-CUTOFF-TIME.
           OPEN INPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS = '00'
               READ BUSINESS-DATE-FILE
                   NOT AT END
                       IF BDR-BUSINESS-DATE IS NUMERIC
                           MOVE BDR-BUSINESS-DATE
                               TO BDT-BUSINESS-DATE
                       END-IF
                       IF BDR-CUTOFF-TIME IS NUMERIC
                           MOVE BDR-CUTOFF-TIME TO BDT-CUTOFF-TIME
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.
           IF BDT-BUSINESS-DATE = SPACES
               MOVE 'NF' TO BDT-RETURN-CODE
               MOVE WS-NOW-DATE TO BDT-BUSINESS-DATE
           END-IF.

      *    The cutoff only applies on the business date itself; a
      *    clock already past it means the day is being closed.
       SET-POSTING-DATE.
           MOVE BDT-BUSINESS-DATE TO BDT-POSTING-DATE.
           IF WS-NOW-DATE > BDT-BUSINESS-DATE
               MOVE BDT-NEXT-DATE TO BDT-POSTING-DATE
           ELSE
               IF WS-NOW-DATE = BDT-BUSINESS-DATE
                   AND BDT-CUTOFF-TIME NOT = SPACES
                   AND WS-NOW-TIME >= BDT-CUTOFF-TIME
                   MOVE BDT-NEXT-DATE TO BDT-POSTING-DATE
               END-IF
           END-IF.

      *    The cutoff carries over; a missing record is written
      *    fresh with no cutoff until operations set one.
       ROLL-BUSINESS-DATE.
           OPEN OUTPUT BUSINESS-DATE-FILE.
           IF WS-BUSDATE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE BUSDATE.DAT STATUS='
                   WS-BUSDATE-STATUS ' - BUSINESS DATE NOT ROLLED'
               MOVE 'ER' TO BDT-RETURN-CODE
               MOVE BDT-BUSINESS-DATE TO BDT-POSTING-DATE
           ELSE
               MOVE SPACES TO BUSINESS-DATE-RECORD
               MOVE BDT-NEXT-DATE TO BDR-BUSINESS-DATE
               MOVE BDT-CUTOFF-TIME TO BDR-CUTOFF-TIME
               MOVE WS-NOW(1:14) TO BDR-ROLLED-AT
               WRITE BUSINESS-DATE-RECORD
               CLOSE BUSINESS-DATE-FILE
               MOVE BDT-NEXT-DATE TO BDT-BUSINESS-DATE
               MOVE BDT-NEXT-DATE TO BDT-POSTING-DATE
               PERFORM FIND-NEXT-BUSINESS-DATE
           END-IF.

      *    No period file, or no line for the month, is open.
       CHECK-POSTING-PERIOD.
           MOVE 'NO' TO BDT-PERIOD-CLOSED.
           MOVE 'NO' TO WS-PERIOD-EOF.
           OPEN INPUT PERIOD-FILE.
           IF WS-PERIOD-STATUS = '00'
               PERFORM UNTIL WS-PERIOD-EOF = 'YES'
                   READ PERIOD-FILE
                       AT END MOVE 'YES' TO WS-PERIOD-EOF
                       NOT AT END
                           IF PRD-PERIOD = BDT-POSTING-DATE(1:6)
                               AND PRD-STATUS = 'CLOSED'
                               MOVE 'YES' TO BDT-PERIOD-CLOSED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF.

      *    The day after the business date, stepped on past any
      *    holiday. No calendar at all, or a date the calendar does
      *    not cover, counts as a business day - the same reading
      *    NIGHTLY-BATCH-DRIVER gives it.
       FIND-NEXT-BUSINESS-DATE.
           PERFORM LOAD-HOLIDAYS.
           MOVE BDT-BUSINESS-DATE TO WS-CANDIDATE.
           MOVE 'YES' TO WS-CANDIDATE-HOLIDAY.
           MOVE 0 TO WS-DAYS-TRIED.
           PERFORM UNTIL WS-CANDIDATE-HOLIDAY = 'NO'
                   OR WS-DAYS-TRIED > 366
               ADD 1 TO WS-DAYS-TRIED
               MOVE WS-CANDIDATE TO WS-DATE-NUM
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-CANDIDATE
               MOVE 'NO' TO WS-CANDIDATE-HOLIDAY
               PERFORM VARYING WS-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   IF WS-HOLIDAY-DATE(WS-HOLIDAY-IDX) = WS-CANDIDATE
                       MOVE 'YES' TO WS-CANDIDATE-HOLIDAY
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE WS-CANDIDATE TO BDT-NEXT-DATE.

       LOAD-HOLIDAYS.
           MOVE 0 TO WS-HOLIDAY-COUNT.
           MOVE 'NO' TO WS-CALENDAR-EOF.
           OPEN INPUT RUN-CALENDAR.
           IF WS-CALENDAR-STATUS = '00'
               PERFORM UNTIL WS-CALENDAR-EOF = 'YES'
                   READ RUN-CALENDAR
                       AT END MOVE 'YES' TO WS-CALENDAR-EOF
                       NOT AT END
                           IF CAL-DAY-TYPE = 'H'
                               AND CAL-DATE > BDT-BUSINESS-DATE
                               AND WS-HOLIDAY-COUNT < 400
                               ADD 1 TO WS-HOLIDAY-COUNT
                               MOVE CAL-DATE
                                   TO WS-HOLIDAY-DATE(WS-HOLIDAY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-CALENDAR
           END-IF.
