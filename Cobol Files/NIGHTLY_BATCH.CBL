           SELECT RUN-CALENDAR ASSIGN TO 'RUNCAL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-STATUS.
      *    The chain itself - which programs run, in what order, on
      *    which nights, and how each is judged. Layout and rules
      *    in JOBSTEP.cpy.
           SELECT JOB-STEP-FILE ASSIGN TO 'JOBSTEP.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOBSTEP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 FILLER       PIC X(1).
           05 CAL-DAY-TYPE PIC X(1).

       FD JOB-STEP-FILE.
       01 JOB-STEP-FILE-RECORD PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-ALERT-STATUS PIC XX.
       01 WS-CALENDAR-STATUS PIC XX.
       01 WS-JOBSTEP-STATUS PIC XX.
       01 WS-CALENDAR-EOF PIC X(3) VALUE 'NO'.
       01 WS-TODAY-DATE   PIC X(8).
       01 WS-DAY-TYPE     PIC X(1) VALUE 'B'.
      *    A month-end falling in March, June, September or December
      *    closes a quarter and adds the credit-limit review.
       01 WS-QUARTER-END  PIC X(3) VALUE 'NO'.
       01 WS-DATE-ON-CALENDAR PIC X(3) VALUE 'NO'.
       01 WS-CURRENT-STEP-NAME PIC X(30) VALUE SPACES.
       01 WS-PARM-SCAN-IDX PIC 9(2) VALUE 0.
       01 WS-STEP-PARM.
           05 WS-STEP-PARM-LENGTH PIC S9(4) COMP VALUE 0.
           05 WS-STEP-PARM-TEXT   PIC X(80) VALUE SPACES.

       01 WS-ABORT PIC X(3) VALUE 'NO'.
      *    The sequence number of the last restartable step that
      *    finished (or was bypassed) - what the driver checkpoint
      *    carries, and what a rerun skips up to.
       01 WS-LAST-SEQ-DONE PIC 9(3) VALUE 0.
      *    The last restartable step scheduled tonight; the
      *    checkpoint goes COMPLETE once it is past.
       01 WS-LAST-RESTART-SEQ PIC 9(3) VALUE 0.

       01 WS-ALERT-TEXT   PIC X(24).
       01 WS-ALERT-RC     PIC 9(4).

      *    Intraday posting stands still across the steps that
      *    write, rebuild or prove the order ledger and the
      *    credit-hold file: the driver holds the ledger-file lock
      *    (POSTLOCK.cpy) from the first step at or after
      *    WS-POSTING-HOLD-FROM until every step through
      *    WS-POSTING-HOLD-THRU has had its turn - REVERSAL-APPLY
      *    through AR-CONTROL-PROOF in the standard chain. The steps
      *    CALLed in between run in the driver's task, so their own
      *    ENQ on it nests inside the driver's. The orders wait on
      *    the queue and post once the lock is given up.
       01 WS-POSTING-HOLD-FROM PIC 9(3) VALUE 033.
       01 WS-POSTING-HOLD-THRU PIC 9(3) VALUE 175.
       01 WS-POSTING-LOCKED    PIC X(3) VALUE 'NO'.
       01 WS-RESP              PIC S9(8) COMP.
       COPY "POSTLOCK.cpy".
       01 WS-STEP-NOTE    PIC X(40).
       01 WS-STEP-PREFIX  PIC X(17).
       01 WS-STEP-MESSAGE PIC X(100).
       01 WS-STEP-RC      PIC 9(4).
       01 WS-CALL-FAILED  PIC X(3) VALUE 'NO'.
       01 WS-STEP-SCHEDULED PIC X(3) VALUE 'NO'.
       01 WS-DEP-RESULT   PIC X(8).
       01 WS-DEP-IDX      PIC 9(1) VALUE 0.
       01 WS-DEP-SEQ      PIC 9(3) VALUE 0.
       01 WS-SEARCH-IDX   PIC 9(2) VALUE 0.
       01 WS-FOUND-IDX    PIC 9(2) VALUE 0.
       01 WS-INSERT-IDX   PIC 9(2) VALUE 0.
       01 WS-SHIFT-IDX    PIC 9(2) VALUE 0.
       01 WS-DEFAULT-IDX  PIC 9(2) VALUE 0.
       01 WS-JOBSTEP-EOF  PIC X(3) VALUE 'NO'.
       01 WS-STEP-FILE-BAD PIC X(3) VALUE 'NO'.
       01 WS-BAD-STEP-TEXT PIC X(40) VALUE SPACES.

       COPY "JOBSTEP.cpy".

      *    Tonight's chain in sequence order, one entry per step.
      *    WS-ST-STATE: C finished (this run or before a restart),
      *    B bypassed, F failed, S skipped, N not scheduled tonight,
      *    blank not reached yet.
       01 WS-STEP-COUNT   PIC 9(2) VALUE 0.
       01 WS-STEP-IDX     PIC 9(2) VALUE 0.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 50 TIMES.
               10 WS-ST-SEQUENCE    PIC 9(3).
               10 WS-ST-PROGRAM     PIC X(30).
               10 WS-ST-CONDITION   PIC X(1).
               10 WS-ST-THRESHOLD   PIC 9(2).
               10 WS-ST-RESTARTABLE PIC X(1).
               10 WS-ST-ALWAYS-RUN  PIC X(1).
               10 WS-ST-PASS-PARM   PIC X(1).
               10 WS-ST-BYPASS      PIC X(1).
               10 WS-ST-DEPENDS-ON  PIC X(3) OCCURS 3 TIMES.
               10 WS-ST-STATE       PIC X(1).

      *    The standard chain, used when there is no JOBSTEP.DAT -
      *    a shop that has not cut one yet runs exactly the chain
      *    this driver always ran. Same layout as a JOBSTEP.DAT
      *    line. Why each step sits where it does:
      *    - FEED-CUSTOMER-MATCH matches the identities
      *      FILE-PROCESSOR just accepted while the feed generation
      *      LASTRUN.DAT points at is still tonight's; its review
      *      list (RC 4) does not stop the chain.
      *    - REVERSAL-APPLY undoes the approved reversal batches
      *      ahead of the pattern rebuild and the drain, so the
      *      reversed sales stop counting and the freed order IDs
      *      can be resubmitted and posted the same night; the
      *      ledger shows a line already reversed, so a rerun
      *      passes over it.
      *    - ORDER-PATTERN rebuilds the customers' ordering patterns
      *      from the keyed ledger just ahead of the drain that
      *      checks orders against them; without it MQ-RECEIVER
      *      runs on last night's patterns, or none.
      *    - MQ-RECEIVER's RC 2 is its own MAXMSG/CUTOFF budget
      *      tripping - the queue was cut short, not a failure.
      *    - BACKORDER-RELEASE fills what the night's receipts cover
      *      straight after the drain, so the charges move
      *      CUSTOMER_TABLE before BALANCE-REFRESH copies it.
      *    - LOCKBOX-APPLY goes on once the night's sales are billed,
      *      so a cheque for today's invoice still finds it, and
      *      before the refresh; LOCKHIST.KSDS stops a double apply.
      *    - CUSTOMER-MERGE moves the duplicates' lines, fills and
      *      cash across before the refresh and the reconcile look
      *      at either account; CUSTMRG.DAT empties as it goes.
      *    - BALANCE-REFRESH copies DB2's balances to the KSDS before
      *      CUSTOMER-RECONCILE, which quiets its drift column.
      *    - AR-AGING-REPORT ages the balances once the night's
      *      sales, cash and merges are in, and CREDIT-AUTO-HOLD
      *      acts on its buckets straight after - holding or
      *      releasing accounts before the reconcile compares
      *      STATUS in both stores. No aging, no hold changes.
      *    - SHIPMENT-CONFIRM records the warehouse's confirmations
      *      once tonight's postings and fills are in.
      *    - Month-end: the purge, then the anonymising sweep while
      *      nothing else writes the journal, the age report, then
      *      FINANCE-CHARGE once the month's postings are in and
      *      DUNNING-LETTERS after it so the letters quote the
      *      charged total, then COMMISSION-STATEMENT on the
      *      month's closed-out sales - it posts nothing, so it
      *      simply reruns, and its RC 4 (lines it could not pay)
      *      does not stop the chain. Each passes over what a rerun
      *      has already done. Quarter-end adds CREDIT-REVIEW, which
      *      only writes recommendations.
      *    - GL-EXTRACT closes every night's chain so a month-end
      *      night's charges reach the GL with the rest; an
      *      out-of-balance day is RC 4 with its own alert.
      *    - AR-CONTROL-PROOF follows once everything that moves a
      *      balance has run. A difference is RC 4 and leaves the
      *      NO-GO to BATCH-HEALTH-CHECK; it runs again on every
      *      rerun so the health check reads a fresh proof.
      *    - CUSTOMER-NOTICE follows JOURNAL-DRAIN so the online
      *      day's status and limit changes are in CUSTJRNL.DAT when
      *      it looks; the holds and refusals it announces happened
      *      whether or not the night went on to abort.
      *    - The queue drains, the operator control report and the
      *      backorder report run even on a night that aborted, and
      *      never fail it; BATCH-HEALTH-CHECK's NO-GO rides the same
      *      abort/alert path as a failed data step.
       01 WS-DEFAULT-STEP-VALUES.
           05 FILLER PIC X(35) VALUE
               '010 FILE-PROCESSOR                 '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N            '.
           05 FILLER PIC X(35) VALUE
               '020 FEED-CUSTOMER-MATCH            '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N 010        '.
           05 FILLER PIC X(35) VALUE
               '030 DAILY-BALANCE                  '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N            '.
           05 FILLER PIC X(35) VALUE
               '033 REVERSAL-APPLY                 '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '035 ORDER-PATTERN                  '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '040 MQ-RECEIVER                    '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N            '.
           05 FILLER PIC X(35) VALUE
               '050 BACKORDER-RELEASE              '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N 040        '.
           05 FILLER PIC X(35) VALUE
               '060 LOCKBOX-APPLY                  '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '070 CUSTOMER-MERGE                 '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '080 BALANCE-REFRESH                '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N 040        '.
           05 FILLER PIC X(35) VALUE
               '085 AR-AGING-REPORT                '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '087 CREDIT-AUTO-HOLD               '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N 085        '.
           05 FILLER PIC X(35) VALUE
               '090 CUSTOMER-RECONCILE             '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N            '.
           05 FILLER PIC X(35) VALUE
               '100 SHIPMENT-CONFIRM               '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N Y N            '.
           05 FILLER PIC X(35) VALUE
               '110 CUSTOMER-PURGE                 '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '120 CUSTOMER-ANONYMISE             '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N 110        '.
           05 FILLER PIC X(35) VALUE
               '130 CUSTOMER-AGE-REPORT            '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '140 FINANCE-CHARGE                 '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '150 DUNNING-LETTERS                '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N 140        '.
           05 FILLER PIC X(35) VALUE
               '155 COMMISSION-STATEMENT           '.
           05 FILLER PIC X(24) VALUE 'E 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '160 CREDIT-REVIEW                  '.
           05 FILLER PIC X(24) VALUE 'Q 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '170 GL-EXTRACT                     '.
           05 FILLER PIC X(24) VALUE 'D 08 Y N N N            '.
           05 FILLER PIC X(35) VALUE
               '175 AR-CONTROL-PROOF               '.
           05 FILLER PIC X(24) VALUE 'D 08 N N N N            '.
           05 FILLER PIC X(35) VALUE
               '180 AUDIT-QUEUE-DRAIN              '.
           05 FILLER PIC X(24) VALUE 'D 99 N Y N N            '.
           05 FILLER PIC X(35) VALUE
               '190 JOURNAL-DRAIN                  '.
           05 FILLER PIC X(24) VALUE 'D 99 N Y N N            '.
           05 FILLER PIC X(35) VALUE
               '195 CUSTOMER-NOTICE                '.
           05 FILLER PIC X(24) VALUE 'D 99 N Y N N 190        '.
           05 FILLER PIC X(35) VALUE
               '200 OPERATOR-CONTROL-REPORT        '.
           05 FILLER PIC X(24) VALUE 'D 99 N Y N N            '.
           05 FILLER PIC X(35) VALUE
               '210 BACKORDER-REPORT               '.
           05 FILLER PIC X(24) VALUE 'D 99 N Y N N            '.
           05 FILLER PIC X(35) VALUE
               '220 BATCH-HEALTH-CHECK             '.
           05 FILLER PIC X(24) VALUE 'D 08 N Y N N            '.
       01 WS-DEFAULT-STEP-TABLE REDEFINES WS-DEFAULT-STEP-VALUES.
           05 WS-DEFAULT-STEP OCCURS 29 TIMES PIC X(59).

       COPY "CHKPT.cpy".
       COPY "BUSDATE.cpy".

      * Chains the nightly file/order/reconciliation steps in
      * sequence, the way FILE-PROCESSOR, MQ-RECEIVER and
      * of ending the run unit, so a later step still runs even after
      * an earlier one completes. Each step's RETURN-CODE is checked
      * the way a JCL COND parameter would gate the next step - a
      * return code at or over the step's threshold skips the
      * remaining data steps, but the steps marked to always run
      * (the drains, the operator control report, the health check)
      * still run so there is always something to review after the
      * run.
      *
      * The steps are not coded here: they come from the job-step
      * control file JOBSTEP.DAT (JOBSTEP.cpy), one line per step
      * giving the program, its sequence, the nights it runs,
      * its return-code threshold, whether a rerun skips it once
      * done, and the earlier steps it depends on. Operations add,
      * reorder or bypass a step by changing that file; a bypass is
      * written to OPALERT.DAT every night it is in force, so a step
      * cannot quietly stay switched off. A line the driver cannot
      * read stops the run before any step starts - half a chain is
      * worse than none.
      *
      * The driver checkpoints itself through CHECKPOINT-SERVICE like
      * the data steps do, recording the sequence number of the last
      * restartable step finished. A rerun after an abort finds that
      * IN-PROG checkpoint and skips straight past the steps that
      * already finished, instead of re-running FILE-PROCESSOR and
      * DAILY-BALANCE just because MQ-RECEIVER died. The checkpoint
      * goes COMPLETE the moment the last restartable step scheduled
      * tonight ends clean - the report and health-gate steps that
      * follow judge the run, they are not work a restart should
      * ever skip back over, and an unhealthy verdict must not leave
      * the batch wedged mid-restart.
      *
      * The steps date their postings off the business date in
      * BUSDATE.DAT (BUSINESS-DATE-SERVICE), not the clock, so a
      * run that crosses midnight or is rerun next morning still
      * posts to the day it is closing. Only a clean run rolls it
      * on to the next business day, as its very last act; an
      * aborted run leaves it alone for the rerun.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'NIGHTLY BATCH DRIVER - STARTING'.
           END-IF.
           IF WS-DAY-TYPE = 'E'
               DISPLAY 'MONTH-END RUN - MONTH-END STEPS WILL '
                   'RUN WITH THE DAILY CHAIN'
               IF WS-TODAY-DATE(5:2) = '03' OR '06' OR '09' OR '12'
                   MOVE 'YES' TO WS-QUARTER-END
                   DISPLAY 'QUARTER-END RUN - QUARTER-END STEPS '
                       'WILL RUN AS WELL'
               END-IF
           END-IF.
           PERFORM READ-STEP-PARM-CARD.

           PERFORM LOAD-JOB-STEPS.
           IF WS-STEP-FILE-BAD = 'YES'
               DISPLAY 'JOBSTEP.DAT UNUSABLE - ' WS-BAD-STEP-TEXT
               DISPLAY 'NIGHTLY BATCH DRIVER - NO STEPS RUN'
               MOVE 'JOBSTEP.DAT' TO WS-CURRENT-STEP-NAME
               MOVE 'STEP FILE UNUSABLE' TO WS-ALERT-TEXT
               MOVE 0 TO WS-ALERT-RC
               PERFORM WRITE-OPERATOR-ALERT
               MOVE 9 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-FOR-DRIVER-RESTART.
           MOVE 'B' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           DISPLAY 'BUSINESS DATE ' BDT-BUSINESS-DATE.

           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.
           PERFORM RELEASE-POSTING-LOCK.

           IF WS-ABORT = 'YES'
               DISPLAY 'NIGHTLY BATCH DRIVER - ABORTED DUE TO STEP '
                   'FAILURE'
               MOVE 9 TO RETURN-CODE
           ELSE
               DISPLAY 'NIGHTLY BATCH DRIVER - COMPLETE'
               MOVE 0 TO RETURN-CODE
               PERFORM ROLL-BUSINESS-DATE
           END-IF.
           STOP RUN.

      *    A roll that could not be written leaves tomorrow's work
      *    dated to today - said to operations, and RC 4 so the
      *    scheduler shows it, but the night's work itself stands.
       ROLL-BUSINESS-DATE.
           MOVE 'R' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           IF BDT-RETURN-CODE = 'ER'
               MOVE 'BUSDATE.DAT' TO WS-CURRENT-STEP-NAME
               MOVE 'BUSINESS DATE NOT ROLLED' TO WS-ALERT-TEXT
               MOVE 0 TO WS-ALERT-RC
               PERFORM WRITE-OPERATOR-ALERT
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY 'BUSINESS DATE ROLLED TO ' BDT-BUSINESS-DATE
           END-IF.

      *    Today's line on the calendar decides the night: 'H'
      *    skips, 'E' adds the month-end steps, 'B' (or no
      *    calendar file at all, for shops that haven't cut one
      *    yet) runs the daily chain. A date missing from an
      *    existing calendar is said out loud and treated as a
           CLOSE ALERT-FILE.

      *    The run's control card, read from SYSIN and handed to
      *    every step marked for it as its PARM - the same token
      *    layout FILE-PROCESSOR parses (feed list, output dataset,
      *    bracket cutoffs, output format) with CUSTOMER-RECONCILE
      *    scanning the same string for its SYNC token. A missing or
      *    blank card leaves every step on its defaults.
       READ-STEP-PARM-CARD.
           MOVE SPACES TO WS-STEP-PARM-TEXT.
           ACCEPT WS-STEP-PARM-TEXT.
                   WS-STEP-PARM-TEXT(1:WS-STEP-PARM-LENGTH)
           END-IF.

      *    No JOBSTEP.DAT at all runs the standard chain; a file that
      *    is there but cannot be read, or holds a bad line, stops
      *    the run. Lines may be in any order - each is placed by
      *    its sequence number as it is read.
       LOAD-JOB-STEPS.
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 'NO' TO WS-STEP-FILE-BAD.
           OPEN INPUT JOB-STEP-FILE.
           IF WS-JOBSTEP-STATUS = '35'
               DISPLAY 'NO JOBSTEP.DAT ON FILE - STANDARD CHAIN RUN'
               PERFORM VARYING WS-DEFAULT-IDX FROM 1 BY 1
                       UNTIL WS-DEFAULT-IDX > 29
                   MOVE WS-DEFAULT-STEP(WS-DEFAULT-IDX)
                       TO JOB-STEP-RECORD
                   PERFORM ADD-JOB-STEP
               END-PERFORM
           ELSE
               IF WS-JOBSTEP-STATUS NOT = '00'
                   MOVE 'YES' TO WS-STEP-FILE-BAD
                   MOVE SPACES TO WS-BAD-STEP-TEXT
                   STRING 'OPEN FAILED STATUS=' WS-JOBSTEP-STATUS
                       DELIMITED BY SIZE INTO WS-BAD-STEP-TEXT
               ELSE
                   MOVE 'NO' TO WS-JOBSTEP-EOF
                   PERFORM UNTIL WS-JOBSTEP-EOF = 'YES'
                       READ JOB-STEP-FILE INTO JOB-STEP-RECORD
                           AT END MOVE 'YES' TO WS-JOBSTEP-EOF
                           NOT AT END
                               IF JOB-STEP-RECORD NOT = SPACES
                                   PERFORM ADD-JOB-STEP
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE JOB-STEP-FILE
               END-IF
           END-IF.
           IF WS-STEP-FILE-BAD = 'NO' AND WS-STEP-COUNT = 0
               MOVE 'YES' TO WS-STEP-FILE-BAD
               MOVE 'NO STEPS IN FILE' TO WS-BAD-STEP-TEXT
           END-IF.
           IF WS-STEP-FILE-BAD = 'NO'
               PERFORM CHECK-STEP-DEPENDENCIES
           END-IF.
           IF WS-STEP-FILE-BAD = 'NO'
               PERFORM SET-TONIGHTS-SCHEDULE
           END-IF.

      *    Blank option bytes take the defaults JOBSTEP.cpy gives;
      *    anything else that is not understood marks the file bad.
       ADD-JOB-STEP.
           IF JST-RC-THRESHOLD = SPACES
               MOVE '08' TO JST-RC-THRESHOLD
           END-IF.
           IF JST-RESTARTABLE = SPACE
               MOVE 'Y' TO JST-RESTARTABLE
           END-IF.
           IF JST-ALWAYS-RUN = SPACE
               MOVE 'N' TO JST-ALWAYS-RUN
           END-IF.
           IF JST-PASS-PARM = SPACE
               MOVE 'N' TO JST-PASS-PARM
           END-IF.
           IF JST-BYPASS = SPACE
               MOVE 'N' TO JST-BYPASS
           END-IF.
           MOVE SPACES TO WS-BAD-STEP-TEXT.
           EVALUATE TRUE
               WHEN JST-SEQUENCE NOT NUMERIC OR JST-SEQUENCE = 0
                   MOVE 'SEQUENCE NOT NUMERIC' TO WS-BAD-STEP-TEXT
               WHEN JST-PROGRAM = SPACES
                   MOVE 'PROGRAM NAME MISSING' TO WS-BAD-STEP-TEXT
               WHEN JST-RUN-CONDITION NOT = 'D'
                   AND JST-RUN-CONDITION NOT = 'E'
                   AND JST-RUN-CONDITION NOT = 'Q'
                   MOVE 'RUN CONDITION NOT D/E/Q' TO WS-BAD-STEP-TEXT
               WHEN JST-RC-THRESHOLD NOT NUMERIC
                   MOVE 'RC THRESHOLD NOT NUMERIC' TO WS-BAD-STEP-TEXT
               WHEN (JST-RESTARTABLE NOT = 'Y'
                       AND JST-RESTARTABLE NOT = 'N')
                   OR (JST-ALWAYS-RUN NOT = 'Y'
                       AND JST-ALWAYS-RUN NOT = 'N')
                   OR (JST-PASS-PARM NOT = 'Y'
                       AND JST-PASS-PARM NOT = 'N')
                   OR (JST-BYPASS NOT = 'Y' AND JST-BYPASS NOT = 'N')
                   MOVE 'OPTION FLAG NOT Y/N' TO WS-BAD-STEP-TEXT
               WHEN WS-STEP-COUNT >= 50
                   MOVE 'MORE THAN 50 STEPS' TO WS-BAD-STEP-TEXT
           END-EVALUATE.
           IF WS-BAD-STEP-TEXT = SPACES
               PERFORM FIND-INSERT-POSITION
           END-IF.
           IF WS-BAD-STEP-TEXT NOT = SPACES
               MOVE 'YES' TO WS-STEP-FILE-BAD
               DISPLAY 'JOBSTEP.DAT LINE IN ERROR: '
                   JOB-STEP-RECORD
               DISPLAY '  ' WS-BAD-STEP-TEXT
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM WS-STEP-COUNT BY -1
                       UNTIL WS-SHIFT-IDX < WS-INSERT-IDX
                   MOVE WS-STEP-ENTRY(WS-SHIFT-IDX)
                       TO WS-STEP-ENTRY(WS-SHIFT-IDX + 1)
               END-PERFORM
               ADD 1 TO WS-STEP-COUNT
               MOVE JST-SEQUENCE TO WS-ST-SEQUENCE(WS-INSERT-IDX)
               MOVE JST-PROGRAM TO WS-ST-PROGRAM(WS-INSERT-IDX)
               MOVE JST-RUN-CONDITION
                   TO WS-ST-CONDITION(WS-INSERT-IDX)
               MOVE JST-RC-THRESHOLD TO WS-ST-THRESHOLD(WS-INSERT-IDX)
               MOVE JST-RESTARTABLE
                   TO WS-ST-RESTARTABLE(WS-INSERT-IDX)
               MOVE JST-ALWAYS-RUN TO WS-ST-ALWAYS-RUN(WS-INSERT-IDX)
               MOVE JST-PASS-PARM TO WS-ST-PASS-PARM(WS-INSERT-IDX)
               MOVE JST-BYPASS TO WS-ST-BYPASS(WS-INSERT-IDX)
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 3
                   MOVE JST-DEPENDS-ON(WS-DEP-IDX)
                       TO WS-ST-DEPENDS-ON(WS-INSERT-IDX, WS-DEP-IDX)
               END-PERFORM
               MOVE SPACE TO WS-ST-STATE(WS-INSERT-IDX)
           END-IF.

      *    Where the new line goes among those already loaded - two
      *    lines with the same sequence cannot both be right.
       FIND-INSERT-POSITION.
           MOVE 0 TO WS-INSERT-IDX.
           PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                   UNTIL WS-SEARCH-IDX > WS-STEP-COUNT
                   OR WS-INSERT-IDX > 0
               IF WS-ST-SEQUENCE(WS-SEARCH-IDX) = JST-SEQUENCE
                   MOVE 'DUPLICATE SEQUENCE' TO WS-BAD-STEP-TEXT
                   MOVE WS-SEARCH-IDX TO WS-INSERT-IDX
               ELSE
                   IF WS-ST-SEQUENCE(WS-SEARCH-IDX) > JST-SEQUENCE
                       MOVE WS-SEARCH-IDX TO WS-INSERT-IDX
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-INSERT-IDX = 0
               COMPUTE WS-INSERT-IDX = WS-STEP-COUNT + 1
           END-IF.

      *    A dependency must name an earlier step that is in the
      *    file - a later one has not run yet when it is needed.
       CHECK-STEP-DEPENDENCIES.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                       UNTIL WS-DEP-IDX > 3
                   IF WS-ST-DEPENDS-ON(WS-STEP-IDX, WS-DEP-IDX)
                       NOT = SPACES
                       PERFORM FIND-DEPENDENCY-STEP
                       IF WS-FOUND-IDX = 0
                           OR WS-FOUND-IDX >= WS-STEP-IDX
                           MOVE 'YES' TO WS-STEP-FILE-BAD
                           MOVE SPACES TO WS-BAD-STEP-TEXT
                           STRING 'STEP ' WS-ST-SEQUENCE(WS-STEP-IDX)
                               ' DEPENDS ON NO EARLIER STEP '
                               WS-ST-DEPENDS-ON(WS-STEP-IDX,
                                   WS-DEP-IDX)
                               DELIMITED BY SIZE INTO WS-BAD-STEP-TEXT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       FIND-DEPENDENCY-STEP.
           MOVE 0 TO WS-FOUND-IDX.
           IF WS-ST-DEPENDS-ON(WS-STEP-IDX, WS-DEP-IDX) IS NUMERIC
               MOVE WS-ST-DEPENDS-ON(WS-STEP-IDX, WS-DEP-IDX)
                   TO WS-DEP-SEQ
               PERFORM VARYING WS-SEARCH-IDX FROM 1 BY 1
                       UNTIL WS-SEARCH-IDX > WS-STEP-COUNT
                       OR WS-FOUND-IDX > 0
                   IF WS-ST-SEQUENCE(WS-SEARCH-IDX) = WS-DEP-SEQ
                       MOVE WS-SEARCH-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.

      *    Steps whose condition tonight does not meet are marked
      *    off up front, so the last restartable step that will
      *    actually run is known before the first one starts.
       SET-TONIGHTS-SCHEDULE.
           MOVE 0 TO WS-LAST-RESTART-SEQ.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE 'YES' TO WS-STEP-SCHEDULED
               IF WS-ST-CONDITION(WS-STEP-IDX) = 'E'
                   AND WS-DAY-TYPE NOT = 'E'
                   MOVE 'NO' TO WS-STEP-SCHEDULED
               END-IF
               IF WS-ST-CONDITION(WS-STEP-IDX) = 'Q'
                   AND WS-QUARTER-END = 'NO'
                   MOVE 'NO' TO WS-STEP-SCHEDULED
               END-IF
               IF WS-STEP-SCHEDULED = 'NO'
                   MOVE 'N' TO WS-ST-STATE(WS-STEP-IDX)
               ELSE
                   IF WS-ST-RESTARTABLE(WS-STEP-IDX) = 'Y'
                       MOVE WS-ST-SEQUENCE(WS-STEP-IDX)
                           TO WS-LAST-RESTART-SEQ
                   END-IF
               END-IF
           END-PERFORM.

       RUN-ONE-STEP.
           MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-CURRENT-STEP-NAME.
           PERFORM SET-POSTING-LOCK-FOR-STEP.
           EVALUATE TRUE
               WHEN WS-ST-STATE(WS-STEP-IDX) = 'N'
                   CONTINUE
               WHEN WS-ST-RESTARTABLE(WS-STEP-IDX) = 'Y'
                   AND WS-ST-SEQUENCE(WS-STEP-IDX) <= WS-LAST-SEQ-DONE
                   MOVE 'C' TO WS-ST-STATE(WS-STEP-IDX)
                   MOVE '- ALREADY COMPLETE' TO WS-STEP-NOTE
                   PERFORM SHOW-STEP-MESSAGE
               WHEN WS-ABORT = 'YES'
                   AND WS-ST-ALWAYS-RUN(WS-STEP-IDX) = 'N'
                   MOVE 'S' TO WS-ST-STATE(WS-STEP-IDX)
                   MOVE '- SKIPPED, EARLIER STEP FAILED'
                       TO WS-STEP-NOTE
                   PERFORM SHOW-STEP-MESSAGE
               WHEN WS-ST-BYPASS(WS-STEP-IDX) = 'Y'
                   MOVE 'STEP BYPASSED' TO WS-ALERT-TEXT
                   PERFORM BYPASS-STEP
               WHEN OTHER
                   PERFORM CHECK-DEPENDENCIES-MET
                   EVALUATE WS-DEP-RESULT
                       WHEN 'BYPASSED'
                           MOVE 'BYPASSED - DEPENDENCY' TO WS-ALERT-TEXT
                           PERFORM BYPASS-STEP
                       WHEN 'NOT-MET'
                           MOVE 'S' TO WS-ST-STATE(WS-STEP-IDX)
                           MOVE '- SKIPPED, DEPENDENCY NOT COMPLETE'
                               TO WS-STEP-NOTE
                           PERFORM SHOW-STEP-MESSAGE
                       WHEN OTHER
                           PERFORM EXECUTE-STEP
                   END-EVALUATE
           END-EVALUATE.

      *    The lock is taken waiting - an intraday task holds it
      *    for one order at most. Not getting it at all means the
      *    ledger steps would rebuild files under live posting, so
      *    the night stops there as for a failed step.
       SET-POSTING-LOCK-FOR-STEP.
           IF WS-ST-SEQUENCE(WS-STEP-IDX) > WS-POSTING-HOLD-THRU
               PERFORM RELEASE-POSTING-LOCK
           END-IF.
           IF WS-ST-SEQUENCE(WS-STEP-IDX) >= WS-POSTING-HOLD-FROM
               AND WS-ST-SEQUENCE(WS-STEP-IDX)
                   NOT > WS-POSTING-HOLD-THRU
               AND WS-POSTING-LOCKED = 'NO'
               AND WS-ABORT = 'NO'
               EXEC CICS ENQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-POSTING-LOCKED
                   DISPLAY 'INTRADAY POSTING SUSPENDED FOR THE '
                       'LEDGER STEPS'
               ELSE
                   DISPLAY 'ERROR: UNABLE TO SUSPEND INTRADAY '
                       'POSTING - LEDGER STEPS NOT RUN'
                   MOVE 'YES' TO WS-ABORT
                   MOVE 'POSTING LOCK NOT TAKEN' TO WS-ALERT-TEXT
                   MOVE 0 TO WS-ALERT-RC
                   PERFORM WRITE-OPERATOR-ALERT
               END-IF
           END-IF.

       RELEASE-POSTING-LOCK.
           IF WS-POSTING-LOCKED = 'YES'
               EXEC CICS DEQ
                   RESOURCE(WS-POSTING-LOCK-NAME)
                   LENGTH(27)
                   TASK
                   RESP(WS-RESP)
                   END-EXEC
               MOVE 'NO' TO WS-POSTING-LOCKED
               DISPLAY 'INTRADAY POSTING RESUMED'
           END-IF.

      *    A bypass counts as the step done for the checkpoint - a
      *    rerun does not stop on it again - but never quietly.
       BYPASS-STEP.
           MOVE 'B' TO WS-ST-STATE(WS-STEP-IDX).
           MOVE SPACES TO WS-STEP-NOTE.
           STRING '- ' WS-ALERT-TEXT DELIMITED BY SIZE
               INTO WS-STEP-NOTE.
           PERFORM SHOW-STEP-MESSAGE.
           MOVE 0 TO WS-ALERT-RC.
           PERFORM WRITE-OPERATOR-ALERT.
           PERFORM NOTE-STEP-DONE.

       CHECK-DEPENDENCIES-MET.
           MOVE 'MET' TO WS-DEP-RESULT.
           PERFORM VARYING WS-DEP-IDX FROM 1 BY 1
                   UNTIL WS-DEP-IDX > 3
               IF WS-ST-DEPENDS-ON(WS-STEP-IDX, WS-DEP-IDX)
                   NOT = SPACES
                   PERFORM FIND-DEPENDENCY-STEP
                   EVALUATE WS-ST-STATE(WS-FOUND-IDX)
                       WHEN 'C'
                       WHEN 'N'
                           CONTINUE
                       WHEN 'B'
                           IF WS-DEP-RESULT = 'MET'
                               MOVE 'BYPASSED' TO WS-DEP-RESULT
                           END-IF
                       WHEN OTHER
                           MOVE 'NOT-MET' TO WS-DEP-RESULT
                   END-EVALUATE
               END-IF
           END-PERFORM.

      *    A program that cannot be loaded - a misspelt name in
      *    JOBSTEP.DAT - is a failed step, alerted as such.
       EXECUTE-STEP.
           MOVE SPACES TO WS-STEP-NOTE.
           PERFORM SHOW-STEP-MESSAGE.
           MOVE 'NO' TO WS-CALL-FAILED.
           MOVE 0 TO RETURN-CODE.
           IF WS-ST-PASS-PARM(WS-STEP-IDX) = 'Y'
               CALL WS-ST-PROGRAM(WS-STEP-IDX) USING WS-STEP-PARM
                   ON EXCEPTION
                       MOVE 'YES' TO WS-CALL-FAILED
               END-CALL
           ELSE
               CALL WS-ST-PROGRAM(WS-STEP-IDX)
                   ON EXCEPTION
                       MOVE 'YES' TO WS-CALL-FAILED
               END-CALL
           END-IF.
           MOVE RETURN-CODE TO WS-STEP-RC.
           IF WS-CALL-FAILED = 'YES'
               MOVE 'F' TO WS-ST-STATE(WS-STEP-IDX)
               MOVE '- PROGRAM NOT FOUND' TO WS-STEP-NOTE
               PERFORM SHOW-STEP-MESSAGE
               MOVE 'YES' TO WS-ABORT
               MOVE 'PROGRAM NOT FOUND' TO WS-ALERT-TEXT
               MOVE 0 TO WS-ALERT-RC
               PERFORM WRITE-OPERATOR-ALERT
           ELSE
               PERFORM CHECK-STEP-RETURN-CODE
           END-IF.

      *    Under the step's threshold the chain carries on; a
      *    non-zero code is still said so the night's log shows it
      *    (MQ-RECEIVER's RC 2 is its run budget tripping, a review
      *    list comes back as 4).
       CHECK-STEP-RETURN-CODE.
           IF WS-ST-THRESHOLD(WS-STEP-IDX) NOT = 99
               AND WS-STEP-RC >= WS-ST-THRESHOLD(WS-STEP-IDX)
               MOVE 'F' TO WS-ST-STATE(WS-STEP-IDX)
               MOVE 'YES' TO WS-ABORT
               MOVE 'STEP ABORTED - RC=' TO WS-ALERT-TEXT
               MOVE WS-STEP-RC TO WS-ALERT-RC
               PERFORM WRITE-OPERATOR-ALERT
           ELSE
               MOVE 'C' TO WS-ST-STATE(WS-STEP-IDX)
               IF WS-STEP-RC > 0
                   MOVE SPACES TO WS-STEP-NOTE
                   STRING '- ENDED RC=' WS-STEP-RC
                       ', CHAIN CONTINUES' DELIMITED BY SIZE
                       INTO WS-STEP-NOTE
                   PERFORM SHOW-STEP-MESSAGE
               END-IF
               PERFORM NOTE-STEP-DONE
           END-IF.

       NOTE-STEP-DONE.
           IF WS-ST-RESTARTABLE(WS-STEP-IDX) = 'Y'
               MOVE WS-ST-SEQUENCE(WS-STEP-IDX) TO WS-LAST-SEQ-DONE
               IF WS-ST-SEQUENCE(WS-STEP-IDX) = WS-LAST-RESTART-SEQ
                   MOVE 'COMPLETE' TO CKPT-RUN-STATUS
               END-IF
               PERFORM WRITE-DRIVER-CHECKPOINT
           END-IF.

      *    STEP nnn: PROGRAM, with the note after it - month-end and
      *    quarter-end steps say so, as they always have.
       SHOW-STEP-MESSAGE.
           EVALUATE WS-ST-CONDITION(WS-STEP-IDX)
               WHEN 'E'
                   MOVE 'MONTH-END STEP' TO WS-STEP-PREFIX
               WHEN 'Q'
                   MOVE 'QUARTER-END STEP' TO WS-STEP-PREFIX
               WHEN OTHER
                   MOVE 'STEP' TO WS-STEP-PREFIX
           END-EVALUATE.
           MOVE SPACES TO WS-STEP-MESSAGE.
           STRING WS-STEP-PREFIX DELIMITED BY '  '
               ' ' WS-ST-SEQUENCE(WS-STEP-IDX) ': '
                   DELIMITED BY SIZE
               WS-ST-PROGRAM(WS-STEP-IDX) DELIMITED BY SPACE
               ' ' WS-STEP-NOTE DELIMITED BY SIZE
               INTO WS-STEP-MESSAGE.
           DISPLAY WS-STEP-MESSAGE.

      *    An IN-PROG checkpoint left behind by an aborted run tells
      *    this rerun the last step sequence that finished - a run
      *    that completed (or never started) begins again from the
      *    first step. The sequence rides in CKPT-RECORDS-READ, the
      *    same slot the data steps use for their own unit of
      *    progress.
       CHECK-FOR-DRIVER-RESTART.
           MOVE 'NIGHTLY' TO CKPT-PROGRAM-ID.
           MOVE 'R' TO CKPT-FUNCTION.
           CALL 'CHECKPOINT-SERVICE' USING WS-CHECKPOINT-ENTRY.
           IF CKPT-RESTARTING = 'YES'
               MOVE CKPT-RECORDS-READ TO WS-LAST-SEQ-DONE
               DISPLAY 'RESTART - STEPS THROUGH SEQUENCE '
                   WS-LAST-SEQ-DONE ' ALREADY COMPLETE, RESUMING'
           ELSE
               MOVE 0 TO WS-LAST-SEQ-DONE
               MOVE FUNCTION CURRENT-DATE(1:14) TO CKPT-RUN-ID
               PERFORM WRITE-DRIVER-CHECKPOINT
           END-IF.
           IF CKPT-RUN-STATUS NOT = 'COMPLETE'
               MOVE 'IN-PROG' TO CKPT-RUN-STATUS
           END-IF.
           MOVE WS-LAST-SEQ-DONE TO CKPT-RECORDS-READ.
           CALL 'CHECKPOINT-SERVICE' USING WS-CHECKPOINT-ENTRY.

      *    One line per hard failure or bypass, appended so an alert
      *    is never lost to a rerun overwriting the file - names the
      *    step and, for a failure, the return code it died with.
      *    Caller sets WS-ALERT-TEXT and WS-ALERT-RC.
       WRITE-OPERATOR-ALERT.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00' AND WS-ALERT-STATUS NOT = '05'
           MOVE SPACES TO ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
           MOVE WS-CURRENT-STEP-NAME TO ALR-STEP-NAME.
           MOVE WS-ALERT-TEXT TO ALR-TEXT.
           MOVE WS-ALERT-RC TO ALR-RETURN-CODE.
           WRITE ALERT-RECORD.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE OPERATOR ALERT STATUS='
