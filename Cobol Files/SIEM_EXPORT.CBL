       IDENTIFICATION DIVISION.
       PROGRAM-ID. SIEM-EVENT-EXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
           SELECT SUSPECT-FILE ASSIGN TO 'SUSPACT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPECT-STATUS.
           SELECT ERROR-LOG-FILE ASSIGN TO 'ERRORLOG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ERRLOG-STATUS.
      *    The events for the corporate collector - appended, never
      *    overwritten, so a run the collector has not picked up yet
      *    is not lost under the next one.
           SELECT EVENT-FILE ASSIGN TO 'SIEMEVT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENT-STATUS.
      *    One control line per run, appended - the counts both
      *    sides reconcile against.
           SELECT CONTROL-FILE ASSIGN TO 'SIEMCTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
      *    How far previous runs got through each source, kept the
      *    way AUDIT-MONITOR keeps AUDMON.POS.
           SELECT POSITION-FILE ASSIGN TO 'SIEMEXP.POS'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POSITION-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AUDIT-TRAIL-FILE.
       01 AUDIT-TRAIL-LINE.
           05 AL-PROGRAM-ID   PIC X(8).
           05 FILLER          PIC X(1).
           05 AL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(1).
           05 AL-SOURCE-ID    PIC X(20).
           05 FILLER          PIC X(1).
           05 AL-ENTITY-ID    PIC X(10).
           05 FILLER          PIC X(1).
           05 AL-ACTION       PIC X(10).
           05 FILLER          PIC X(1).
           05 AL-RESULT       PIC X(30).
           05 FILLER          PIC X(1).
           05 FILLER          PIC X(1).
           05 AL-SEQ          PIC X(7).
           05 FILLER          PIC X(1).
           05 AL-CHECK        PIC X(10).

       FD SUSPECT-FILE.
       01 SUSPECT-LINE.
           05 SL-FLAGGED-AT   PIC X(26).
           05 FILLER          PIC X(1).
           05 SL-SOURCE-ID    PIC X(20).
           05 FILLER          PIC X(1).
           05 SL-FAIL-COUNT   PIC X(4).
           05 FILLER          PIC X(29).
           05 SL-WINDOW-START PIC X(14).

       FD ERROR-LOG-FILE.
       01 ERROR-LOG-LINE.
           05 EL-PROGRAM-ID   PIC X(8).
           05 FILLER          PIC X(1).
           05 EL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(1).
           05 EL-SEVERITY     PIC X(5).
           05 FILLER          PIC X(1).
           05 EL-CODE         PIC X(4).
           05 FILLER          PIC X(1).
           05 EL-MESSAGE      PIC X(60).

       FD EVENT-FILE.
       01 EVENT-RECORD PIC X(300).

       FD CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-RUN-ID         PIC X(14).
           05 FILLER             PIC X(1).
           05 CTL-RUN-TYPE       PIC X(8).
           05 FILLER             PIC X(1).
           05 CTL-AUDIT-COUNT    PIC 9(7).
           05 FILLER             PIC X(1).
           05 CTL-SUSPECT-COUNT  PIC 9(7).
           05 FILLER             PIC X(1).
           05 CTL-ERRLOG-COUNT   PIC 9(7).
           05 FILLER             PIC X(1).
           05 CTL-TOTAL-COUNT    PIC 9(7).
           05 FILLER             PIC X(1).
           05 CTL-AUDIT-FROM-SEQ PIC 9(9).
           05 FILLER             PIC X(1).
           05 CTL-AUDIT-TO-SEQ   PIC 9(9).

       FD POSITION-FILE.
       01 POSITION-RECORD.
           05 POS-AUDIT-SEQ       PIC 9(9).
           05 FILLER              PIC X(1).
           05 POS-SUSPECT-THROUGH PIC X(16).
           05 FILLER              PIC X(1).
           05 POS-SUSPECT-AT-MARK PIC 9(5).
           05 FILLER              PIC X(1).
           05 POS-ERRLOG-THROUGH  PIC X(16).
           05 FILLER              PIC X(1).
           05 POS-ERRLOG-AT-MARK  PIC 9(5).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-STATUS    PIC XX.
       01 WS-SUSPECT-STATUS  PIC XX.
       01 WS-ERRLOG-STATUS   PIC XX.
       01 WS-EVENT-STATUS    PIC XX.
       01 WS-CONTROL-STATUS  PIC XX.
       01 WS-POSITION-STATUS PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-FIRST-RUN       PIC X(3) VALUE 'NO'.
       01 WS-RUN-ID          PIC X(14).
       01 WS-SIEM-HOST       PIC X(12) VALUE 'ARSYS'.
       01 WS-RUN-RC          PIC 9(1) VALUE 0.

      *    Marks as saved by the last run, and as this run leaves
      *    them. The audit trail is marked by its chain sequence
      *    number, which survives the retention sweep trimming the
      *    front of the file; the suspicious-activity and error
      *    logs carry no sequence, so they are marked by the last
      *    timestamp sent (to the hundredth of a second) and how
      *    many lines stamped with exactly that time were sent.
       01 WS-AUDIT-MARK      PIC 9(9) VALUE 0.
       01 WS-NEW-AUDIT-MARK  PIC 9(9) VALUE 0.
       01 WS-AUDIT-TOP-SEQ   PIC 9(9) VALUE 0.
       01 WS-AUDIT-FIRST-SENT PIC 9(9) VALUE 0.
       01 WS-LINE-SEQ        PIC 9(9) VALUE 0.
       01 WS-SUSPECT-MARK    PIC X(16) VALUE SPACES.
       01 WS-SUSPECT-MARK-AT PIC 9(5) VALUE 0.
       01 WS-ERRLOG-MARK     PIC X(16) VALUE SPACES.
       01 WS-ERRLOG-MARK-AT  PIC 9(5) VALUE 0.

      *    The timestamp-marked sources share one pass: the mark in,
      *    the line's stamp and its occurrence among lines with the
      *    same stamp, and the mark as it moves.
       01 WS-MARK-THROUGH    PIC X(16).
       01 WS-MARK-AT         PIC 9(5).
       01 WS-NEW-THROUGH     PIC X(16).
       01 WS-NEW-AT          PIC 9(5).
       01 WS-LINE-STAMP      PIC X(16).
       01 WS-PRIOR-STAMP     PIC X(16).
       01 WS-OCCURRENCE      PIC 9(5).
       01 WS-LINE-IS-NEW     PIC X(3) VALUE 'NO'.

       01 WS-COUNTERS.
           05 WS-AUDIT-SENT    PIC 9(7) VALUE 0.
           05 WS-SUSPECT-SENT  PIC 9(7) VALUE 0.
           05 WS-ERRLOG-SENT   PIC 9(7) VALUE 0.
           05 WS-TOTAL-SENT    PIC 9(7) VALUE 0.
           05 WS-LINES-SKIPPED PIC 9(7) VALUE 0.

      *    The event being written, filled by whichever source pass
      *    found it and consumed by WRITE-EVENT-LINE.
       01 WS-EV-SOURCE       PIC X(8).
       01 WS-EV-KEY          PIC X(22).
       01 WS-EV-LEVEL        PIC 9(1).
       01 WS-EV-TIMESTAMP    PIC X(26).
       01 WS-EV-USER         PIC X(20).
       01 WS-EV-TERMINAL     PIC X(8).
       01 WS-EV-PROGRAM      PIC X(8).
       01 WS-EV-ACTION       PIC X(10).
       01 WS-EV-ENTITY       PIC X(10).
       01 WS-EV-OUTCOME      PIC X(80).

       01 WS-PRI             PIC 9(3).
       01 WS-LEVEL-NAME      PIC X(7).
       01 WS-ISO-TIME        PIC X(19).
       01 WS-LINE-PTR        PIC 9(3).
       01 WS-TOKEN           PIC X(80).
       01 WS-TOKEN-LEN       PIC 9(3).
       01 WS-COUNT-EDIT      PIC Z(6)9.
       01 WS-OCC-EDIT        PIC 9(5).

       COPY "PARMSVC.cpy".
       COPY "ERRLOG.cpy".

      * Hands the shop's security record to the corporate SIEM, so
      * security operations can put our sign-on failures and
      * lockouts next to the rest of the estate instead of only our
      * own batch reports ever seeing them. Each run sends what is
      * new since the last one from three sources: the audit trail
      * (every lookup, change, sign-on, lockout and denial - LOGIN
      * and SESSION-CHECK tag the terminal into the entity field as
      * TRM=xxxx), AUDIT-MONITOR's suspicious-activity flags, and
      * the error log. Each becomes one line in the corporate event
      * format - syslog-style, a <PRI> for facility local4 and the
      * level, an ISO time, this system's host name, then key=value
      * pairs: run, src, key, sev, user, term, prog, action, entity
      * and a quoted outcome. Blank values go as '-'.
      *
      * src plus key identifies an event uniquely (the audit chain
      * sequence; for the other two the stamp and its occurrence),
      * so the collector can discard a duplicate if a run fails
      * between writing its events and saving its marks - the only
      * way anything is sent twice. Marks only move after a run's
      * events and its control line are written, so nothing is
      * skipped. Each run closes with a src=CONTROL event and a
      * SIEMCTL.DAT line carrying the same per-source counts, for
      * the two sides to reconcile by run id.
      *
      * The first run, with no SIEMEXP.POS yet, sends nothing - it
      * marks where the sources stand and starts from there, the
      * way CUSTOMER-NOTICE starts. To send history, save a
      * position line of zeros and blanks before the first run.
      * Schedule it hourly, like AUDIT-MONITOR; online entries
      * reach the trail as AUDIT-QUEUE-DRAIN empties AUDT. The
      * host name is HOST under SIEM-EVENT-EXPORT on the run-
      * parameter registry.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-ID.
           PERFORM LOAD-SIEM-HOST.
           PERFORM READ-EXPORT-POSITION.

           OPEN EXTEND EVENT-FILE.
           IF WS-EVENT-STATUS NOT = '00'
               AND WS-EVENT-STATUS NOT = '05'
               OPEN OUTPUT EVENT-FILE
           END-IF.
           IF WS-EVENT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SIEMEVT.DAT STATUS='
                   WS-EVENT-STATUS
               MOVE 'E184' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'UNABLE TO OPEN SIEMEVT.DAT STATUS='
                   WS-EVENT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-EXPORT-ERROR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM EXPORT-AUDIT-TRAIL.
           PERFORM EXPORT-SUSPECT-FLAGS.
           PERFORM EXPORT-ERROR-LOG.
           COMPUTE WS-TOTAL-SENT =
               WS-AUDIT-SENT + WS-SUSPECT-SENT + WS-ERRLOG-SENT.
           PERFORM WRITE-CONTROL-EVENT.
           CLOSE EVENT-FILE.

           PERFORM WRITE-CONTROL-RECORD.
           PERFORM WRITE-EXPORT-POSITION.
           PERFORM CHECK-AUDIT-CHAIN-RESTART.

           IF WS-FIRST-RUN = 'YES'
               DISPLAY 'SIEM EXPORT - FIRST RUN, POSITIONS MARKED, '
                   'NOTHING SENT'
           ELSE
               DISPLAY 'SIEM EXPORT RUN ' WS-RUN-ID ' - AUDIT '
                   WS-AUDIT-SENT ' SUSPECT ' WS-SUSPECT-SENT
                   ' ERRLOG ' WS-ERRLOG-SENT ' TOTAL ' WS-TOTAL-SENT
           END-IF.
           IF WS-LINES-SKIPPED > 0
               DISPLAY 'SIEM EXPORT - ' WS-LINES-SKIPPED
                   ' LINE(S) WITH NO READABLE STAMP PASSED OVER'
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       LOAD-SIEM-HOST.
           MOVE 'SIEM-EVENT-EXPORT' TO RPS-PROGRAM.
           MOVE 'HOST' TO RPS-NAME.
           MOVE SPACES TO RPS-AS-OF.
           CALL 'RUN-PARAMETER-SERVICE' USING WS-RUN-PARAMETER-ENTRY.
           IF RPS-RETURN-CODE = '00' AND RPS-VALUE NOT = SPACES
               MOVE RPS-VALUE TO WS-SIEM-HOST
           END-IF.

       READ-EXPORT-POSITION.
           OPEN INPUT POSITION-FILE.
           IF WS-POSITION-STATUS NOT = '00'
               MOVE 'YES' TO WS-FIRST-RUN
           ELSE
               READ POSITION-FILE
                   AT END MOVE 'YES' TO WS-FIRST-RUN
                   NOT AT END
                       IF POS-AUDIT-SEQ IS NUMERIC
                           MOVE POS-AUDIT-SEQ TO WS-AUDIT-MARK
                       END-IF
                       MOVE POS-SUSPECT-THROUGH TO WS-SUSPECT-MARK
                       IF POS-SUSPECT-AT-MARK IS NUMERIC
                           MOVE POS-SUSPECT-AT-MARK
                               TO WS-SUSPECT-MARK-AT
                       END-IF
                       MOVE POS-ERRLOG-THROUGH TO WS-ERRLOG-MARK
                       IF POS-ERRLOG-AT-MARK IS NUMERIC
                           MOVE POS-ERRLOG-AT-MARK TO WS-ERRLOG-MARK-AT
                       END-IF
               END-READ
               CLOSE POSITION-FILE
           END-IF.
           MOVE WS-AUDIT-MARK TO WS-NEW-AUDIT-MARK.

      *    A line is new when its chain sequence is past the mark.
      *    Lines written before the trail was chained carry no
      *    sequence and predate any export.
       EXPORT-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END PERFORM CHECK-AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

       CHECK-AUDIT-LINE.
           IF AL-SEQ IS NUMERIC
               MOVE AL-SEQ TO WS-LINE-SEQ
               IF WS-LINE-SEQ > WS-AUDIT-TOP-SEQ
                   MOVE WS-LINE-SEQ TO WS-AUDIT-TOP-SEQ
               END-IF
               IF WS-LINE-SEQ > WS-AUDIT-MARK
                   IF WS-LINE-SEQ > WS-NEW-AUDIT-MARK
                       MOVE WS-LINE-SEQ TO WS-NEW-AUDIT-MARK
                   END-IF
                   IF WS-FIRST-RUN = 'NO'
                       PERFORM SEND-AUDIT-EVENT
                   END-IF
               END-IF
           END-IF.

       SEND-AUDIT-EVENT.
           ADD 1 TO WS-AUDIT-SENT.
           IF WS-AUDIT-FIRST-SENT = 0
               MOVE WS-LINE-SEQ TO WS-AUDIT-FIRST-SENT
           END-IF.
           MOVE 'AUDIT' TO WS-EV-SOURCE.
           MOVE AL-SEQ TO WS-EV-KEY.
           MOVE AL-TIMESTAMP TO WS-EV-TIMESTAMP.
           MOVE AL-SOURCE-ID TO WS-EV-USER.
           MOVE AL-PROGRAM-ID TO WS-EV-PROGRAM.
           MOVE AL-ACTION TO WS-EV-ACTION.
           MOVE AL-RESULT TO WS-EV-OUTCOME.
           IF AL-ENTITY-ID(1:4) = 'TRM='
               MOVE AL-ENTITY-ID(5:6) TO WS-EV-TERMINAL
               MOVE SPACES TO WS-EV-ENTITY
           ELSE
               MOVE SPACES TO WS-EV-TERMINAL
               MOVE AL-ENTITY-ID TO WS-EV-ENTITY
           END-IF.
           PERFORM GRADE-AUDIT-EVENT.
           PERFORM WRITE-EVENT-LINE.

      *    Successful outcomes are informational - the same list
      *    AUDIT-MONITOR excuses from its failure bursts, and a new
      *    success result belongs in both. A lockout, a sign-on to
      *    a locked or disabled account and an authorization
      *    refusal are warnings; any other failure is a notice.
      *    LOGIN's lockout text is longer than the result field and
      *    reaches the trail cut short, as it is matched here.
       GRADE-AUDIT-EVENT.
           EVALUATE AL-RESULT
               WHEN 'SUCCESS'
               WHEN 'Login Successful'
               WHEN 'ARCHIVED'
               WHEN 'ALREADY ARCHIVED'
               WHEN 'Account Unlocked'
               WHEN 'Account Was Not Locked'
               WHEN 'Forced Change - Policy Age'
                   MOVE 6 TO WS-EV-LEVEL
               WHEN 'Invalid Credentials - Now Lock'
               WHEN 'Account Locked'
               WHEN 'Account Disabled'
                   MOVE 4 TO WS-EV-LEVEL
               WHEN OTHER
                   IF AL-ACTION = 'DENIED'
                       MOVE 4 TO WS-EV-LEVEL
                   ELSE
                       MOVE 5 TO WS-EV-LEVEL
                   END-IF
           END-EVALUATE.

       EXPORT-SUSPECT-FLAGS.
           MOVE WS-SUSPECT-MARK TO WS-MARK-THROUGH.
           MOVE WS-SUSPECT-MARK-AT TO WS-MARK-AT.
           MOVE WS-MARK-THROUGH TO WS-NEW-THROUGH.
           MOVE WS-MARK-AT TO WS-NEW-AT.
           MOVE SPACES TO WS-PRIOR-STAMP.
           OPEN INPUT SUSPECT-FILE.
           IF WS-SUSPECT-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SUSPECT-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SL-FLAGGED-AT(1:16) TO WS-LINE-STAMP
                           PERFORM CHECK-STAMPED-LINE
                           IF WS-LINE-IS-NEW = 'YES'
                               PERFORM SEND-SUSPECT-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPECT-FILE
           END-IF.
           MOVE WS-NEW-THROUGH TO WS-SUSPECT-MARK.
           MOVE WS-NEW-AT TO WS-SUSPECT-MARK-AT.

      *    A flag is AUDIT-MONITOR's, raised against the source that
      *    failed repeatedly - an error-level event.
       SEND-SUSPECT-EVENT.
           ADD 1 TO WS-SUSPECT-SENT.
           MOVE 'SUSPACT' TO WS-EV-SOURCE.
           PERFORM BUILD-STAMP-KEY.
           MOVE SL-FLAGGED-AT TO WS-EV-TIMESTAMP.
           MOVE 3 TO WS-EV-LEVEL.
           MOVE SL-SOURCE-ID TO WS-EV-USER.
           MOVE SPACES TO WS-EV-TERMINAL.
           MOVE 'AUDMON' TO WS-EV-PROGRAM.
           MOVE 'FAILBURST' TO WS-EV-ACTION.
           MOVE SPACES TO WS-EV-ENTITY.
           MOVE SPACES TO WS-EV-OUTCOME.
           STRING SL-FAIL-COUNT ' FAILURES IN WINDOW FROM '
               SL-WINDOW-START DELIMITED BY SIZE INTO WS-EV-OUTCOME.
           PERFORM WRITE-EVENT-LINE.

       EXPORT-ERROR-LOG.
           MOVE WS-ERRLOG-MARK TO WS-MARK-THROUGH.
           MOVE WS-ERRLOG-MARK-AT TO WS-MARK-AT.
           MOVE WS-MARK-THROUGH TO WS-NEW-THROUGH.
           MOVE WS-MARK-AT TO WS-NEW-AT.
           MOVE SPACES TO WS-PRIOR-STAMP.
           OPEN INPUT ERROR-LOG-FILE.
           IF WS-ERRLOG-STATUS = '00'
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ERROR-LOG-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE EL-TIMESTAMP(1:16) TO WS-LINE-STAMP
                           PERFORM CHECK-STAMPED-LINE
                           IF WS-LINE-IS-NEW = 'YES'
                               PERFORM SEND-ERRLOG-EVENT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ERROR-LOG-FILE
           END-IF.
           MOVE WS-NEW-THROUGH TO WS-ERRLOG-MARK.
           MOVE WS-NEW-AT TO WS-ERRLOG-MARK-AT.

      *    The logged severity maps straight across: FATAL is
      *    critical, WARN a warning, anything else an error. Batch
      *    entries have no user or terminal.
       SEND-ERRLOG-EVENT.
           ADD 1 TO WS-ERRLOG-SENT.
           MOVE 'ERRLOG' TO WS-EV-SOURCE.
           PERFORM BUILD-STAMP-KEY.
           MOVE EL-TIMESTAMP TO WS-EV-TIMESTAMP.
           EVALUATE EL-SEVERITY
               WHEN 'FATAL'
                   MOVE 2 TO WS-EV-LEVEL
               WHEN 'WARN'
                   MOVE 4 TO WS-EV-LEVEL
               WHEN OTHER
                   MOVE 3 TO WS-EV-LEVEL
           END-EVALUATE.
           MOVE SPACES TO WS-EV-USER.
           MOVE SPACES TO WS-EV-TERMINAL.
           MOVE EL-PROGRAM-ID TO WS-EV-PROGRAM.
           MOVE EL-CODE TO WS-EV-ACTION.
           MOVE SPACES TO WS-EV-ENTITY.
           MOVE EL-MESSAGE TO WS-EV-OUTCOME.
           PERFORM WRITE-EVENT-LINE.

      *    Lines stamped alike sit together in an append-only file,
      *    so counting a stamp's run of lines numbers each one. A
      *    line is new when its stamp is past the mark, or equals it
      *    and is beyond the lines of that stamp already sent. A
      *    line with no readable stamp cannot be placed against the
      *    mark and is passed over.
       CHECK-STAMPED-LINE.
           MOVE 'NO' TO WS-LINE-IS-NEW.
           IF WS-LINE-STAMP IS NOT NUMERIC
               ADD 1 TO WS-LINES-SKIPPED
           ELSE
               IF WS-LINE-STAMP = WS-PRIOR-STAMP
                   ADD 1 TO WS-OCCURRENCE
               ELSE
                   MOVE 1 TO WS-OCCURRENCE
                   MOVE WS-LINE-STAMP TO WS-PRIOR-STAMP
               END-IF
               IF WS-MARK-THROUGH = SPACES
                   OR WS-LINE-STAMP > WS-MARK-THROUGH
                   OR (WS-LINE-STAMP = WS-MARK-THROUGH
                       AND WS-OCCURRENCE > WS-MARK-AT)
                   IF WS-NEW-THROUGH = SPACES
                       OR WS-LINE-STAMP > WS-NEW-THROUGH
                       OR (WS-LINE-STAMP = WS-NEW-THROUGH
                           AND WS-OCCURRENCE > WS-NEW-AT)
                       MOVE WS-LINE-STAMP TO WS-NEW-THROUGH
                       MOVE WS-OCCURRENCE TO WS-NEW-AT
                   END-IF
                   IF WS-FIRST-RUN = 'NO'
                       MOVE 'YES' TO WS-LINE-IS-NEW
                   END-IF
               END-IF
           END-IF.

       BUILD-STAMP-KEY.
           MOVE WS-OCCURRENCE TO WS-OCC-EDIT.
           MOVE SPACES TO WS-EV-KEY.
           STRING WS-LINE-STAMP '.' WS-OCC-EDIT
               DELIMITED BY SIZE INTO WS-EV-KEY.

       WRITE-EVENT-LINE.
           COMPUTE WS-PRI = 160 + WS-EV-LEVEL.
           EVALUATE WS-EV-LEVEL
               WHEN 2
                   MOVE 'crit' TO WS-LEVEL-NAME
               WHEN 3
                   MOVE 'err' TO WS-LEVEL-NAME
               WHEN 4
                   MOVE 'warning' TO WS-LEVEL-NAME
               WHEN 5
                   MOVE 'notice' TO WS-LEVEL-NAME
               WHEN OTHER
                   MOVE 'info' TO WS-LEVEL-NAME
           END-EVALUATE.
           MOVE SPACES TO WS-ISO-TIME.
           STRING WS-EV-TIMESTAMP(1:4) '-' WS-EV-TIMESTAMP(5:2) '-'
               WS-EV-TIMESTAMP(7:2) 'T' WS-EV-TIMESTAMP(9:2) ':'
               WS-EV-TIMESTAMP(11:2) ':' WS-EV-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-ISO-TIME.
           PERFORM START-EVENT-LINE.
           STRING ' src=' DELIMITED BY SIZE
               WS-EV-SOURCE DELIMITED BY SPACE
               ' key=' DELIMITED BY SIZE
               WS-EV-KEY DELIMITED BY SPACE
               ' sev=' DELIMITED BY SIZE
               WS-LEVEL-NAME DELIMITED BY SPACE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           MOVE WS-EV-USER TO WS-TOKEN.
           STRING ' user=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-EV-TERMINAL TO WS-TOKEN.
           STRING ' term=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-EV-PROGRAM TO WS-TOKEN.
           STRING ' prog=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-EV-ACTION TO WS-TOKEN.
           STRING ' action=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-EV-ENTITY TO WS-TOKEN.
           STRING ' entity=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
      *    The outcome is free text, so it goes in double quotes,
      *    with any double quote inside it turned to a single one.
           MOVE FUNCTION TRIM(WS-EV-OUTCOME) TO WS-TOKEN.
           INSPECT WS-TOKEN REPLACING ALL '"' BY "'".
           IF WS-TOKEN = SPACES
               MOVE '-' TO WS-TOKEN
           END-IF.
           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN TRAILING)).
           STRING ' outcome="' WS-TOKEN(1:WS-TOKEN-LEN) '"'
               DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           WRITE EVENT-RECORD.

      *    <PRI>time host tag: run=  - the part every line shares.
       START-EVENT-LINE.
           MOVE SPACES TO EVENT-RECORD.
           MOVE 1 TO WS-LINE-PTR.
           STRING '<' WS-PRI '>' WS-ISO-TIME ' '
               DELIMITED BY SIZE
               WS-SIEM-HOST DELIMITED BY SPACE
               ' SIEMEXP: run=' WS-RUN-ID
               DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.

      *    A plain value: blank goes as '-', and spaces inside it
      *    become underscores so the value stays one token.
       APPEND-TOKEN-VALUE.
           MOVE FUNCTION TRIM(WS-TOKEN) TO WS-TOKEN.
           IF WS-TOKEN = SPACES
               MOVE '-' TO WS-TOKEN
           END-IF.
           COMPUTE WS-TOKEN-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-TOKEN TRAILING)).
           INSPECT WS-TOKEN(1:WS-TOKEN-LEN)
               REPLACING ALL SPACE BY '_'.
           STRING WS-TOKEN(1:WS-TOKEN-LEN) DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.

      *    The run's closing line in the event stream itself, so
      *    the collector sees the counts it should hold for this run
      *    even without SIEMCTL.DAT.
       WRITE-CONTROL-EVENT.
           MOVE 6 TO WS-EV-LEVEL.
           COMPUTE WS-PRI = 160 + WS-EV-LEVEL.
           MOVE WS-RUN-ID TO WS-EV-TIMESTAMP.
           MOVE SPACES TO WS-ISO-TIME.
           STRING WS-EV-TIMESTAMP(1:4) '-' WS-EV-TIMESTAMP(5:2) '-'
               WS-EV-TIMESTAMP(7:2) 'T' WS-EV-TIMESTAMP(9:2) ':'
               WS-EV-TIMESTAMP(11:2) ':' WS-EV-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO WS-ISO-TIME.
           PERFORM START-EVENT-LINE.
           STRING ' src=CONTROL sev=info' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           IF WS-FIRST-RUN = 'YES'
               STRING ' type=BASELINE' DELIMITED BY SIZE
                   INTO EVENT-RECORD WITH POINTER WS-LINE-PTR
           ELSE
               STRING ' type=EXPORT' DELIMITED BY SIZE
                   INTO EVENT-RECORD WITH POINTER WS-LINE-PTR
           END-IF.
           MOVE WS-AUDIT-SENT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TOKEN.
           STRING ' audit=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-SUSPECT-SENT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TOKEN.
           STRING ' suspact=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-ERRLOG-SENT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TOKEN.
           STRING ' errlog=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           MOVE WS-TOTAL-SENT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TOKEN.
           STRING ' total=' DELIMITED BY SIZE
               INTO EVENT-RECORD WITH POINTER WS-LINE-PTR.
           PERFORM APPEND-TOKEN-VALUE.
           WRITE EVENT-RECORD.

       WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE.
           IF WS-CONTROL-STATUS NOT = '00'
               AND WS-CONTROL-STATUS NOT = '05'
               OPEN OUTPUT CONTROL-FILE
           END-IF.
           IF WS-CONTROL-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SIEMCTL.DAT STATUS='
                   WS-CONTROL-STATUS
               MOVE 'E185' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'NO CONTROL LINE FOR RUN ' WS-RUN-ID
                   ' STATUS=' WS-CONTROL-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-EXPORT-ERROR
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO CONTROL-RECORD
               MOVE WS-RUN-ID TO CTL-RUN-ID
               IF WS-FIRST-RUN = 'YES'
                   MOVE 'BASELINE' TO CTL-RUN-TYPE
               ELSE
                   MOVE 'EXPORT' TO CTL-RUN-TYPE
               END-IF
               MOVE WS-AUDIT-SENT TO CTL-AUDIT-COUNT
               MOVE WS-SUSPECT-SENT TO CTL-SUSPECT-COUNT
               MOVE WS-ERRLOG-SENT TO CTL-ERRLOG-COUNT
               MOVE WS-TOTAL-SENT TO CTL-TOTAL-COUNT
               MOVE WS-AUDIT-FIRST-SENT TO CTL-AUDIT-FROM-SEQ
               IF WS-AUDIT-SENT > 0
                   MOVE WS-NEW-AUDIT-MARK TO CTL-AUDIT-TO-SEQ
               ELSE
                   MOVE 0 TO CTL-AUDIT-TO-SEQ
               END-IF
               WRITE CONTROL-RECORD
               CLOSE CONTROL-FILE
           END-IF.

      *    The marks move only now, with the run's events and its
      *    control line written. A failure here means the next run
      *    sends this run's events again - the collector discards
      *    them by src and key.
       WRITE-EXPORT-POSITION.
           OPEN OUTPUT POSITION-FILE.
           IF WS-POSITION-STATUS = '00'
               MOVE SPACES TO POSITION-RECORD
               MOVE WS-NEW-AUDIT-MARK TO POS-AUDIT-SEQ
               MOVE WS-SUSPECT-MARK TO POS-SUSPECT-THROUGH
               MOVE WS-SUSPECT-MARK-AT TO POS-SUSPECT-AT-MARK
               MOVE WS-ERRLOG-MARK TO POS-ERRLOG-THROUGH
               MOVE WS-ERRLOG-MARK-AT TO POS-ERRLOG-AT-MARK
               WRITE POSITION-RECORD
               CLOSE POSITION-FILE
           ELSE
               DISPLAY 'ERROR: UNABLE TO WRITE SIEMEXP.POS STATUS='
                   WS-POSITION-STATUS
               MOVE 'E186' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'UNABLE TO WRITE SIEMEXP.POS STATUS='
                   WS-POSITION-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               PERFORM LOG-EXPORT-ERROR
               MOVE 8 TO WS-RUN-RC
           END-IF.

      *    Every line on the trail at or below the mark means the
      *    chain has started again from one (AUDITCHN.DAT lost or
      *    rebuilt) - its new lines would never pass the mark. That
      *    is said loudly rather than left to go quiet; once the
      *    chain is confirmed restarted, the audit mark in
      *    SIEMEXP.POS is set back to zero.
       CHECK-AUDIT-CHAIN-RESTART.
           IF WS-FIRST-RUN = 'NO'
               AND WS-AUDIT-TOP-SEQ > 0
               AND WS-AUDIT-TOP-SEQ < WS-AUDIT-MARK
               DISPLAY 'WARNING: AUDIT TRAIL SEQUENCE '
                   WS-AUDIT-TOP-SEQ ' IS BELOW THE EXPORT MARK '
                   WS-AUDIT-MARK
               MOVE 'E187' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'AUDIT SEQUENCE BELOW EXPORT MARK '
                   WS-AUDIT-MARK ' - CHAIN RESTARTED?'
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               PERFORM LOG-EXPORT-ERROR
               IF WS-RUN-RC < 4
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.

       LOG-EXPORT-ERROR.
           MOVE 'SIEMEXP' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
