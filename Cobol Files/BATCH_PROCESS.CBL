           SELECT REJECT-FILE ASSIGN TO WS-REJECT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-STATUS.
      *    The identities accepted as new this run, with the source
      *    ID and birth date OUT-RECORD leaves behind, for
      *    FEED-CUSTOMER-MATCH to check against the customer master.
           SELECT ACCEPTED-FILE ASSIGN TO WS-ACCEPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCEPT-STATUS.
      *    The names the standardisation pass could not break into
      *    surname, given name and initial with confidence, with the
      *    reason, for the source owners to correct at their end.
           SELECT NAME-EXCEPTION-FILE ASSIGN TO WS-NAMEEXC-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NAMEEXC-STATUS.
           SELECT CONTROL-FILE ASSIGN TO 'CONTROL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONTROL-STATUS.
           ACCESS MODE IS RANDOM
           RECORD KEY IS NH-KEY
           FILE STATUS IS WS-NHKSDS-STATUS.
      *    The per-feed quality scorecard: FEEDQCFG.DAT holds each
      *    feed's tolerances (a '*' row sets the default for feeds
      *    not named), FEEDQHST.DAT keeps every feed's rates run by
      *    run so today's can be set against its own recent normal,
      *    and a feed held back for breaching them raises an
      *    operator alert in OPALERT.DAT.
           SELECT FEED-QUALITY-CONFIG ASSIGN TO 'FEEDQCFG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDQCFG-STATUS.
           SELECT FEED-QUALITY-HISTORY ASSIGN TO 'FEEDQHST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEEDQHST-STATUS.
           SELECT ALERT-FILE ASSIGN TO 'OPALERT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 SORTED-SOURCE-ID PIC X(12).
           05 SORTED-BIRTH-DATE PIC X(8).

      *    OUT-NAME stays exactly as the source keyed it; the
      *    standardised surname, given name and middle initial
      *    follow the original fields, so readers that only know
      *    the first 120 bytes read on unchanged. OUT-STD-RESULT is
      *    'S' when the name was standardised and 'E' when it went
      *    to the exception report instead, parts left blank.
       FD OUT-FILE.
       01 OUT-RECORD.
           05 OUT-NAME PIC X(50).
           05 OUT-MESSAGE PIC X(30).
           05 OUT-RUN-ID PIC X(14).
           05 OUT-TIMESTAMP PIC X(26).
           05 OUT-STD-SURNAME PIC X(30).
           05 OUT-STD-GIVEN PIC X(20).
           05 OUT-STD-INITIAL PIC X(1).
           05 OUT-STD-RESULT PIC X(1).

      *    The source identity rides on the reject so a repaired
      *    record re-enters the flow as the same customer it
           05 REJ-SOURCE-ID PIC X(12).
           05 REJ-BIRTH-DATE PIC X(8).

       FD ACCEPTED-FILE.
       COPY "FEEDACC.cpy".

       FD NAME-EXCEPTION-FILE.
       01 NAME-EXCEPTION-RECORD.
           05 NEX-NAME PIC X(50).
           05 NEX-SOURCE-ID PIC X(12).
           05 NEX-REASON-TEXT PIC X(30).

       FD CONTROL-FILE.
       01 CONTROL-RECORD PIC X(60).

       01 NAME-HISTORY-KEY-RECORD.
           05 NH-KEY PIC X(20).

      *    Rates are percentages of the feed's data records; the
      *    rise is the percentage points a rate may climb over the
      *    feed's recent average before the feed is held back.
       FD FEED-QUALITY-CONFIG.
       01 FEED-QUALITY-CONFIG-RECORD.
           05 FQC-FEED-DSN       PIC X(40).
           05 FILLER             PIC X(1).
           05 FQC-MIN-RECORDS    PIC 9(5).
           05 FILLER             PIC X(1).
           05 FQC-MAX-REJECT     PIC 9(3).
           05 FILLER             PIC X(1).
           05 FQC-MAX-DUPLICATE  PIC 9(3).
           05 FILLER             PIC X(1).
           05 FQC-MAX-BAD-AGE    PIC 9(3).
           05 FILLER             PIC X(1).
           05 FQC-MAX-RISE       PIC 9(3).

       FD FEED-QUALITY-HISTORY.
       01 FEED-QUALITY-HISTORY-RECORD.
           05 FQH-RUN-ID         PIC X(14).
           05 FQH-FEED-DSN       PIC X(40).
           05 FQH-RECORDS        PIC 9(7).
           05 FQH-REJECT-PCT     PIC 9(3)V9.
           05 FQH-DUPLICATE-PCT  PIC 9(3)V9.
           05 FQH-BAD-AGE-PCT    PIC 9(3)V9.
           05 FQH-OUTCOME        PIC X(10).

       FD ALERT-FILE.
       01 ALERT-RECORD.
           05 ALR-TIMESTAMP   PIC X(26).
           05 FILLER          PIC X(1).
           05 ALR-STEP-NAME   PIC X(20).
           05 FILLER          PIC X(1).
           05 ALR-TEXT        PIC X(24).
           05 ALR-RETURN-CODE PIC 9(4).

       WORKING-STORAGE SECTION.
       01 WS-END-OF-FILE PIC X(3) VALUE 'NO'.
       01 WS-AGE-NUMERIC PIC X(3) VALUE 'YES'.
       01 WS-SORTED-STATUS PIC XX.
       01 WS-OUT-STATUS PIC XX.
       01 WS-REJECT-STATUS PIC XX.
       01 WS-ACCEPT-STATUS PIC XX.
       01 WS-CONTROL-STATUS PIC XX.
       01 WS-AGERPT-STATUS PIC XX.
       01 WS-DUP-STATUS PIC XX.
      *    25/50 split, say) without a new program build - leave the
      *    third PARM token blank for the default 18/65 split. Each
      *    cutoff is zero-padded to three digits, comma-separated
      *    (e.g. '025,050'). With no third token the standing cuts
      *    are BRACKETS under FILE-PROCESSOR on the run-parameter
      *    registry, in the same form, when keyed there.
      *    OUT-RECORD is normally written fixed-width, but the
      *    analytics team wants to load OUTPUT.DAT straight into a
      *    spreadsheet without off-by-one fixed-width parsing - a
      *    fourth PARM token of 'CSV' switches the write to
      *    comma-delimited instead, same file, same fields.
       01 WS-OUTPUT-FORMAT PIC X(3) VALUE 'FIX'.
       01 WS-OUT-CSV-LINE  PIC X(180).

       01 WS-BRACKET-PARM PIC X(20).
       01 WS-BRACKET-LOW-TEXT  PIC X(3) VALUE '018'.
       01 WS-OUT-DSN PIC X(40) VALUE 'OUTPUT.DAT'.
       01 WS-OUT-BASE PIC X(40).
       01 WS-REJECT-DSN PIC X(40).
       01 WS-ACCEPT-DSN PIC X(40).
       01 WS-DUP-DSN PIC X(40).
       01 WS-AGERPT-DSN PIC X(40).
       01 WS-AGETREND-DSN PIC X(40).
       01 WS-NAMEEXC-DSN PIC X(40).
       01 WS-NAMEEXC-STATUS PIC XX.
       01 WS-LASTRUN-STATUS PIC XX.
       01 WS-RUNHIST-STATUS PIC XX.
       01 WS-FEEDQCFG-STATUS PIC XX.
       01 WS-FEEDQHST-STATUS PIC XX.
       01 WS-ALERT-STATUS PIC XX.

      *    Several source systems (retail branch, online signup, call
      *    center) each drop their own daily extract. A run that
      *    reaches the sort, named in ERRORLOG.DAT. The per-feed
      *    read counts land in CONTROL.DAT so a short source in a
      *    multi-feed run shows on its own line.
      *    A feed that passes the envelope check is also scored -
      *    the share of its records that would reject, that repeat
      *    an identity already on file, and whose age disagrees
      *    with its birth date - against its own tolerances and its
      *    last five loaded runs. One that breaches them is
      *    quarantined: held out of the run and moved aside for its
      *    source owner, so the good feeds still load on time.
       01 WS-FEED-CONTROLS.
           05 WS-FEED-ENTRY OCCURS 10 TIMES.
               10 WS-FEED-VALID      PIC X(3).
               10 WS-FEED-READ-COUNT PIC 9(7).
               10 WS-FEED-SCORED     PIC X(3).
               10 WS-FEED-QUARANTINED PIC X(3).
               10 WS-FEED-BREACH     PIC X(24).
               10 WS-FEED-CONFIGURED PIC X(3).
               10 WS-FEED-MIN-RECORDS PIC 9(5).
               10 WS-FEED-MAX-REJECT PIC 9(3).
               10 WS-FEED-MAX-DUPLICATE PIC 9(3).
               10 WS-FEED-MAX-BAD-AGE PIC 9(3).
               10 WS-FEED-MAX-RISE   PIC 9(3).
               10 WS-FEED-REJECT-PCT PIC 9(3)V9.
               10 WS-FEED-DUPLICATE-PCT PIC 9(3)V9.
               10 WS-FEED-BAD-AGE-PCT PIC 9(3)V9.
               10 WS-FEED-AVG-REJECT PIC 9(3)V9.
               10 WS-FEED-AVG-DUPLICATE PIC 9(3)V9.
               10 WS-FEED-AVG-BAD-AGE PIC 9(3)V9.
               10 WS-FEED-HIST-COUNT PIC 9(1).
               10 WS-FEED-HIST OCCURS 5 TIMES.
                   15 WS-FEED-HIST-REJECT PIC 9(3)V9.
                   15 WS-FEED-HIST-DUPLICATE PIC 9(3)V9.
                   15 WS-FEED-HIST-BAD-AGE PIC 9(3)V9.
       01 WS-FEEDS-REFUSED PIC 9(2) VALUE 0.
       01 WS-FEEDS-QUARANTINED PIC 9(2) VALUE 0.
      *    Used when FEEDQCFG.DAT is missing or has no '*' row.
       01 WS-DEFAULT-QUALITY.
           05 WS-DEFAULT-MIN-RECORDS PIC 9(5) VALUE 20.
           05 WS-DEFAULT-MAX-REJECT  PIC 9(3) VALUE 10.
           05 WS-DEFAULT-MAX-DUPLICATE PIC 9(3) VALUE 60.
           05 WS-DEFAULT-MAX-BAD-AGE PIC 9(3) VALUE 10.
           05 WS-DEFAULT-MAX-RISE    PIC 9(3) VALUE 10.
       01 WS-SCORE-REJECTS    PIC 9(7) VALUE 0.
       01 WS-SCORE-DUPLICATES PIC 9(7) VALUE 0.
       01 WS-SCORE-BAD-AGES   PIC 9(7) VALUE 0.
       01 WS-BIRTH-DATE       PIC 9(8) VALUE 0.
       01 WS-BIRTH-AGE        PIC 9(3) VALUE 0.
       01 WS-AGE-GAP          PIC S9(3) VALUE 0.
       01 WS-QUALITY-FEED-IDX PIC 9(2) VALUE 0.
       01 WS-HIST-IDX         PIC 9(1) VALUE 0.
       01 WS-HIST-TOTAL-REJECT PIC 9(4)V9 VALUE 0.
       01 WS-HIST-TOTAL-DUPLICATE PIC 9(4)V9 VALUE 0.
       01 WS-HIST-TOTAL-BAD-AGE PIC 9(4)V9 VALUE 0.
       01 WS-QUARANTINE-DSN   PIC X(80).
       01 WS-QUARANTINE-RC    PIC S9(9) COMP VALUE 0.
       01 WS-RATE-EDIT        PIC ZZ9.9.
       01 WS-AVG-EDIT         PIC ZZ9.9.
       01 WS-FEED-OK       PIC X(3) VALUE 'YES'.
       01 WS-FEED-REASON   PIC X(40) VALUE SPACES.
       01 WS-HEADER-SEEN   PIC X(3) VALUE 'NO'.
       01 WS-TODAY-DATE    PIC 9(8).

       COPY "ERRLOG.cpy".
       COPY "PARMSVC.cpy".
       COPY "CHKPT.cpy".
       COPY "VALIDATE.cpy".

       01 WS-DUPLICATE-FOUND PIC X(3) VALUE 'NO'.
       01 WS-DEDUP-KEY PIC X(20).

      *    Name standardisation. The name is worked in upper case,
      *    cut at its comma (surname first) if it has one, and each
      *    side cut into words; WS-NAME-FIRST and WS-NAME-LAST
      *    bracket the words left once honorifics have been dropped
      *    from the front and suffixes from the back.
       01 WS-NAMES-NOT-PARSED PIC 9(7) VALUE 0.
       01 WS-NAME-WORK     PIC X(50).
       01 WS-NAME-OK       PIC X(3) VALUE 'YES'.
       01 WS-NAME-REASON   PIC X(30) VALUE SPACES.
       01 WS-NAME-COMMAS   PIC 9(2) VALUE 0.
       01 WS-NAME-CHAR-IDX PIC 9(2) VALUE 0.
       01 WS-NAME-BEFORE-COMMA PIC X(50).
       01 WS-NAME-AFTER-COMMA  PIC X(50).
       01 WS-NAME-PART     PIC X(50).
       01 WS-NAME-WORD-COUNT PIC 9(2) VALUE 0.
       01 WS-NAME-WORD-IDX PIC 9(2) VALUE 0.
       01 WS-NAME-WORD-LEN PIC 9(2) VALUE 0.
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD OCCURS 10 TIMES PIC X(50).
       01 WS-NAME-FIRST    PIC 9(2) VALUE 0.
       01 WS-NAME-LAST     PIC 9(2) VALUE 0.
       01 WS-NAME-SURNAME-START PIC 9(2) VALUE 0.
       01 WS-NAME-PTR      PIC 9(3) VALUE 1.
       01 WS-NAME-LOOKUP   PIC X(5).
       01 WS-NAME-IN-LIST  PIC X(3) VALUE 'NO'.
       01 WS-NAME-LIST-IDX PIC 9(2) VALUE 0.
       01 WS-STD-SURNAME   PIC X(60).
       01 WS-STD-GIVEN     PIC X(50).
       01 WS-STD-INITIAL   PIC X(1).
       01 WS-CASE-TEXT     PIC X(60).
       01 WS-CASE-IDX      PIC 9(2) VALUE 0.
       01 WS-CASE-WORD-START PIC X(3) VALUE 'YES'.

       01 WS-HONORIFIC-NAMES.
           05 FILLER PIC X(5) VALUE 'MR'.
           05 FILLER PIC X(5) VALUE 'MRS'.
           05 FILLER PIC X(5) VALUE 'MS'.
           05 FILLER PIC X(5) VALUE 'MISS'.
           05 FILLER PIC X(5) VALUE 'MX'.
           05 FILLER PIC X(5) VALUE 'DR'.
           05 FILLER PIC X(5) VALUE 'PROF'.
           05 FILLER PIC X(5) VALUE 'REV'.
           05 FILLER PIC X(5) VALUE 'SIR'.
           05 FILLER PIC X(5) VALUE 'DAME'.
       01 WS-HONORIFIC-TABLE REDEFINES WS-HONORIFIC-NAMES.
           05 WS-HONORIFIC OCCURS 10 TIMES PIC X(5).

       01 WS-SUFFIX-NAMES.
           05 FILLER PIC X(5) VALUE 'JR'.
           05 FILLER PIC X(5) VALUE 'SR'.
           05 FILLER PIC X(5) VALUE 'II'.
           05 FILLER PIC X(5) VALUE 'III'.
           05 FILLER PIC X(5) VALUE 'IV'.
           05 FILLER PIC X(5) VALUE 'ESQ'.
           05 FILLER PIC X(5) VALUE 'PHD'.
           05 FILLER PIC X(5) VALUE 'MD'.
           05 FILLER PIC X(5) VALUE 'CPA'.
           05 FILLER PIC X(5) VALUE 'OBE'.
       01 WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-NAMES.
           05 WS-SUFFIX OCCURS 10 TIMES PIC X(5).

      *    Words that belong to the surname after them - 'Van Der
      *    Berg' is one surname, not two middle names.
       01 WS-PARTICLE-NAMES.
           05 FILLER PIC X(5) VALUE 'VAN'.
           05 FILLER PIC X(5) VALUE 'VON'.
           05 FILLER PIC X(5) VALUE 'DER'.
           05 FILLER PIC X(5) VALUE 'DEN'.
           05 FILLER PIC X(5) VALUE 'DE'.
           05 FILLER PIC X(5) VALUE 'DEL'.
           05 FILLER PIC X(5) VALUE 'DELLA'.
           05 FILLER PIC X(5) VALUE 'DI'.
           05 FILLER PIC X(5) VALUE 'DA'.
           05 FILLER PIC X(5) VALUE 'LA'.
           05 FILLER PIC X(5) VALUE 'LE'.
           05 FILLER PIC X(5) VALUE 'ST'.
           05 FILLER PIC X(5) VALUE 'DU'.
           05 FILLER PIC X(5) VALUE 'DOS'.
       01 WS-PARTICLE-TABLE REDEFINES WS-PARTICLE-NAMES.
           05 WS-PARTICLE OCCURS 14 TIMES PIC X(5).

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
               OPEN EXTEND OUT-FILE
               OPEN EXTEND REJECT-FILE
               OPEN EXTEND DUPLICATE-FILE
               OPEN EXTEND ACCEPTED-FILE
               PERFORM COUNT-PRIOR-NAME-EXCEPTIONS
               OPEN EXTEND NAME-EXCEPTION-FILE
               MOVE WS-SKIP-COUNT TO WS-RECORDS-READ
               PERFORM SKIP-ALREADY-PROCESSED-RECORDS
           ELSE
               OPEN OUTPUT OUT-FILE
               OPEN OUTPUT REJECT-FILE
               OPEN OUTPUT DUPLICATE-FILE
               OPEN OUTPUT ACCEPTED-FILE
               OPEN OUTPUT NAME-EXCEPTION-FILE
           END-IF.

           IF WS-OUT-STATUS NOT = '00'
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               STOP RUN
           END-IF.
           IF WS-ACCEPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ACCEPTED FILE STATUS='
                   WS-ACCEPT-STATUS
               MOVE 'FLPR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E126' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ACCEPTED FILE STATUS='
                   WS-ACCEPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               STOP RUN
           END-IF.
           IF WS-NAMEEXC-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN NAME EXCEPTION FILE '
                   'STATUS=' WS-NAMEEXC-STATUS
               MOVE 'FLPR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E156' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN NAME EXCEPTION FILE STATUS='
                   WS-NAMEEXC-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ SORTED-FILE INTO IN-RECORD
                       IF WS-AGE-NUMERIC = 'YES'
                           PERFORM CHECK-FOR-DUPLICATE-NAME
                           MOVE IN-NAME TO OUT-NAME
                           PERFORM STANDARDIZE-NAME
                           IF WS-DUPLICATE-FOUND = 'YES'
                               MOVE 'Duplicate - Previously Seen'
                                   TO OUT-MESSAGE
                           ELSE
                               MOVE 'Processed Successfully'
                                   TO OUT-MESSAGE
                               PERFORM WRITE-ACCEPTED-RECORD
                           END-IF
                           MOVE WS-RUN-ID TO OUT-RUN-ID
                           MOVE FUNCTION CURRENT-DATE TO OUT-TIMESTAMP
           CLOSE OUT-FILE.
           CLOSE REJECT-FILE.
           CLOSE DUPLICATE-FILE.
           CLOSE ACCEPTED-FILE.
           CLOSE NAME-EXCEPTION-FILE.
           CLOSE NAME-HISTORY-KSDS.

           MOVE 'COMPLETE' TO CKPT-RUN-STATUS.
           PERFORM WRITE-AGE-TREND-REPORT.
           PERFORM RECORD-RUN-GENERATION.
           IF WS-RECORDS-REJECTED > 0 OR WS-FEEDS-REFUSED > 0
               OR WS-FEEDS-QUARANTINED > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE 'INPUT.DAT' TO WS-IN-DSN-LIST
           END-IF.
           PERFORM SPLIT-INPUT-FEED-LIST.
           IF WS-BRACKET-PARM = SPACES
               MOVE 'FILE-PROCESSOR' TO RPS-PROGRAM
               MOVE 'BRACKETS' TO RPS-NAME
               MOVE SPACES TO RPS-AS-OF
               CALL 'RUN-PARAMETER-SERVICE'
                   USING WS-RUN-PARAMETER-ENTRY
               IF RPS-RETURN-CODE = '00'
                   MOVE RPS-VALUE TO WS-BRACKET-PARM
               END-IF
           END-IF.
           IF WS-BRACKET-PARM NOT = SPACES
               UNSTRING WS-BRACKET-PARM DELIMITED BY ','
                   INTO WS-BRACKET-LOW-TEXT WS-BRACKET-HIGH-TEXT
      * them (a short count is a truncated transfer). A feed that
      * fails is refused whole - its records never reach
      * OUTPUT.DAT - and named in ERRORLOG.DAT; the other feeds on
      * the run still process. A feed whose envelope is sound is
      * then scored and may still be quarantined. A restart does
      * not score: the aborted run's identities are already in
      * NAMEHIST.KSDS and would all read as duplicates, and any
      * feed that run quarantined is no longer there to load.
       VALIDATE-INPUT-FEEDS.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-QUALITY-THRESHOLDS.
           PERFORM LOAD-FEED-QUALITY-HISTORY.
           PERFORM VARYING WS-IN-FEED-IDX FROM 1 BY 1
                   UNTIL WS-IN-FEED-IDX > WS-IN-FEED-COUNT
               MOVE WS-IN-FEED(WS-IN-FEED-IDX) TO WS-IN-DSN
                   MOVE 'YES' TO WS-FEED-VALID(WS-IN-FEED-IDX)
                   MOVE WS-FEED-DATA-COUNT
                       TO WS-FEED-READ-COUNT(WS-IN-FEED-IDX)
                   IF WS-RESTARTING = 'NO'
                       PERFORM SCORE-FEED-QUALITY
                   END-IF
               ELSE
                   MOVE 'NO' TO WS-FEED-VALID(WS-IN-FEED-IDX)
                   MOVE 0 TO WS-FEED-READ-COUNT(WS-IN-FEED-IDX)
           MOVE 'NO' TO WS-TRAILER-SEEN.
           MOVE 0 TO WS-FEED-DATA-COUNT.
           MOVE 0 TO WS-TRAILER-COUNT.
           MOVE 0 TO WS-SCORE-REJECTS.
           MOVE 0 TO WS-SCORE-DUPLICATES.
           MOVE 0 TO WS-SCORE-BAD-AGES.
           OPEN INPUT IN-FILE.
           IF WS-IN-STATUS NOT = '00'
               MOVE 'NO' TO WS-FEED-OK
                       MOVE 'NO' TO WS-FEED-OK
                       MOVE 'DATA AFTER TRAILER' TO WS-FEED-REASON
                   END-IF
                   IF WS-RESTARTING = 'NO'
                       PERFORM SCORE-FEED-RECORD
                   END-IF
           END-EVALUATE.

      *    Each feed starts from the '*' row's tolerances (or the
      *    built-in ones) unless FEEDQCFG.DAT names it. A row that
      *    is not all numbers is skipped with a warning rather
      *    than guessed at.
       LOAD-QUALITY-THRESHOLDS.
           PERFORM VARYING WS-QUALITY-FEED-IDX FROM 1 BY 1
                   UNTIL WS-QUALITY-FEED-IDX > WS-IN-FEED-COUNT
               MOVE 'NO' TO WS-FEED-SCORED(WS-QUALITY-FEED-IDX)
               MOVE 'NO' TO WS-FEED-QUARANTINED(WS-QUALITY-FEED-IDX)
               MOVE 'NO' TO WS-FEED-CONFIGURED(WS-QUALITY-FEED-IDX)
               MOVE SPACES TO WS-FEED-BREACH(WS-QUALITY-FEED-IDX)
               MOVE 0 TO WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
           END-PERFORM.
           OPEN INPUT FEED-QUALITY-CONFIG.
           IF WS-FEEDQCFG-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ FEED-QUALITY-CONFIG
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END PERFORM APPLY-QUALITY-THRESHOLD-ROW
                   END-READ
               END-PERFORM
               CLOSE FEED-QUALITY-CONFIG
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           PERFORM VARYING WS-QUALITY-FEED-IDX FROM 1 BY 1
                   UNTIL WS-QUALITY-FEED-IDX > WS-IN-FEED-COUNT
               IF WS-FEED-CONFIGURED(WS-QUALITY-FEED-IDX) = 'NO'
                   MOVE WS-DEFAULT-MIN-RECORDS
                       TO WS-FEED-MIN-RECORDS(WS-QUALITY-FEED-IDX)
                   MOVE WS-DEFAULT-MAX-REJECT
                       TO WS-FEED-MAX-REJECT(WS-QUALITY-FEED-IDX)
                   MOVE WS-DEFAULT-MAX-DUPLICATE
                       TO WS-FEED-MAX-DUPLICATE(WS-QUALITY-FEED-IDX)
                   MOVE WS-DEFAULT-MAX-BAD-AGE
                       TO WS-FEED-MAX-BAD-AGE(WS-QUALITY-FEED-IDX)
                   MOVE WS-DEFAULT-MAX-RISE
                       TO WS-FEED-MAX-RISE(WS-QUALITY-FEED-IDX)
               END-IF
           END-PERFORM.

       APPLY-QUALITY-THRESHOLD-ROW.
           IF FQC-MIN-RECORDS IS NOT NUMERIC
               OR FQC-MAX-REJECT IS NOT NUMERIC
               OR FQC-MAX-DUPLICATE IS NOT NUMERIC
               OR FQC-MAX-BAD-AGE IS NOT NUMERIC
               OR FQC-MAX-RISE IS NOT NUMERIC
               DISPLAY 'WARNING: FEEDQCFG.DAT ROW NOT NUMERIC - '
                   'IGNORED: ' FQC-FEED-DSN
               MOVE 'FLPR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E157' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'FEEDQCFG.DAT ROW IGNORED ' FQC-FEED-DSN(1:20)
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           ELSE
               IF FQC-FEED-DSN = '*'
                   MOVE FQC-MIN-RECORDS TO WS-DEFAULT-MIN-RECORDS
                   MOVE FQC-MAX-REJECT TO WS-DEFAULT-MAX-REJECT
                   MOVE FQC-MAX-DUPLICATE TO WS-DEFAULT-MAX-DUPLICATE
                   MOVE FQC-MAX-BAD-AGE TO WS-DEFAULT-MAX-BAD-AGE
                   MOVE FQC-MAX-RISE TO WS-DEFAULT-MAX-RISE
               ELSE
                   PERFORM VARYING WS-QUALITY-FEED-IDX FROM 1 BY 1
                           UNTIL WS-QUALITY-FEED-IDX > WS-IN-FEED-COUNT
                       IF WS-IN-FEED(WS-QUALITY-FEED-IDX)
                           = FQC-FEED-DSN
                           PERFORM APPLY-FEED-THRESHOLDS
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       APPLY-FEED-THRESHOLDS.
           MOVE 'YES' TO WS-FEED-CONFIGURED(WS-QUALITY-FEED-IDX).
           MOVE FQC-MIN-RECORDS
               TO WS-FEED-MIN-RECORDS(WS-QUALITY-FEED-IDX).
           MOVE FQC-MAX-REJECT
               TO WS-FEED-MAX-REJECT(WS-QUALITY-FEED-IDX).
           MOVE FQC-MAX-DUPLICATE
               TO WS-FEED-MAX-DUPLICATE(WS-QUALITY-FEED-IDX).
           MOVE FQC-MAX-BAD-AGE
               TO WS-FEED-MAX-BAD-AGE(WS-QUALITY-FEED-IDX).
           MOVE FQC-MAX-RISE
               TO WS-FEED-MAX-RISE(WS-QUALITY-FEED-IDX).

      *    Only runs a feed actually loaded set its normal - a
      *    quarantined run, or one too small to judge, is not the
      *    baseline the next run should be measured against. The
      *    last five are kept, oldest dropped first.
       LOAD-FEED-QUALITY-HISTORY.
           OPEN INPUT FEED-QUALITY-HISTORY.
           IF WS-FEEDQHST-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ FEED-QUALITY-HISTORY
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF FQH-OUTCOME = 'LOADED'
                               PERFORM MATCH-FEED-QUALITY-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FEED-QUALITY-HISTORY
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           PERFORM VARYING WS-QUALITY-FEED-IDX FROM 1 BY 1
                   UNTIL WS-QUALITY-FEED-IDX > WS-IN-FEED-COUNT
               PERFORM AVERAGE-FEED-QUALITY-HISTORY
           END-PERFORM.

       MATCH-FEED-QUALITY-HISTORY.
           PERFORM VARYING WS-QUALITY-FEED-IDX FROM 1 BY 1
                   UNTIL WS-QUALITY-FEED-IDX > WS-IN-FEED-COUNT
               IF WS-IN-FEED(WS-QUALITY-FEED-IDX) = FQH-FEED-DSN
                   PERFORM KEEP-FEED-QUALITY-HISTORY
               END-IF
           END-PERFORM.

       KEEP-FEED-QUALITY-HISTORY.
           IF WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX) = 5
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX > 4
                   MOVE WS-FEED-HIST(WS-QUALITY-FEED-IDX,
                       WS-HIST-IDX + 1)
                       TO WS-FEED-HIST(WS-QUALITY-FEED-IDX,
                       WS-HIST-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
           END-IF.
           MOVE WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX) TO WS-HIST-IDX.
           MOVE FQH-REJECT-PCT TO
               WS-FEED-HIST-REJECT(WS-QUALITY-FEED-IDX, WS-HIST-IDX).
           MOVE FQH-DUPLICATE-PCT TO
               WS-FEED-HIST-DUPLICATE(WS-QUALITY-FEED-IDX, WS-HIST-IDX).
           MOVE FQH-BAD-AGE-PCT TO
               WS-FEED-HIST-BAD-AGE(WS-QUALITY-FEED-IDX, WS-HIST-IDX).

       AVERAGE-FEED-QUALITY-HISTORY.
           MOVE 0 TO WS-FEED-AVG-REJECT(WS-QUALITY-FEED-IDX).
           MOVE 0 TO WS-FEED-AVG-DUPLICATE(WS-QUALITY-FEED-IDX).
           MOVE 0 TO WS-FEED-AVG-BAD-AGE(WS-QUALITY-FEED-IDX).
           IF WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX) > 0
               MOVE 0 TO WS-HIST-TOTAL-REJECT
               MOVE 0 TO WS-HIST-TOTAL-DUPLICATE
               MOVE 0 TO WS-HIST-TOTAL-BAD-AGE
               PERFORM VARYING WS-HIST-IDX FROM 1 BY 1
                       UNTIL WS-HIST-IDX >
                       WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
                   ADD WS-FEED-HIST-REJECT(WS-QUALITY-FEED-IDX,
                       WS-HIST-IDX) TO WS-HIST-TOTAL-REJECT
                   ADD WS-FEED-HIST-DUPLICATE(WS-QUALITY-FEED-IDX,
                       WS-HIST-IDX) TO WS-HIST-TOTAL-DUPLICATE
                   ADD WS-FEED-HIST-BAD-AGE(WS-QUALITY-FEED-IDX,
                       WS-HIST-IDX) TO WS-HIST-TOTAL-BAD-AGE
               END-PERFORM
               COMPUTE WS-FEED-AVG-REJECT(WS-QUALITY-FEED-IDX)
                   ROUNDED = WS-HIST-TOTAL-REJECT
                   / WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
               COMPUTE WS-FEED-AVG-DUPLICATE(WS-QUALITY-FEED-IDX)
                   ROUNDED = WS-HIST-TOTAL-DUPLICATE
                   / WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
               COMPUTE WS-FEED-AVG-BAD-AGE(WS-QUALITY-FEED-IDX)
                   ROUNDED = WS-HIST-TOTAL-BAD-AGE
                   / WS-FEED-HIST-COUNT(WS-QUALITY-FEED-IDX)
           END-IF.

      *    The same age rule the main pass rejects on, and a look
      *    (read only - nothing is written until the real pass) at
      *    whether the identity is already on file.
       SCORE-FEED-RECORD.
           PERFORM VALIDATE-AGE.
           IF WS-AGE-NUMERIC = 'NO'
               ADD 1 TO WS-SCORE-REJECTS
           ELSE
               PERFORM BUILD-DEDUP-KEY
               MOVE WS-DEDUP-KEY TO NH-KEY
               READ NAME-HISTORY-KSDS
               IF WS-NHKSDS-STATUS = '00'
                   ADD 1 TO WS-SCORE-DUPLICATES
               END-IF
               PERFORM CHECK-AGE-AGAINST-BIRTH-DATE
           END-IF.

      *    An age more than a year away from what the birth date
      *    gives, or a birth date in the future, is a bad age. A
      *    record with no usable birth date has nothing to check
      *    against and is not counted.
       CHECK-AGE-AGAINST-BIRTH-DATE.
           IF IN-BIRTH-DATE IS NUMERIC
               MOVE IN-BIRTH-DATE TO WS-BIRTH-DATE
               IF WS-BIRTH-DATE > WS-TODAY-DATE
                   ADD 1 TO WS-SCORE-BAD-AGES
               ELSE
                   COMPUTE WS-BIRTH-AGE =
                       (WS-TODAY-DATE - WS-BIRTH-DATE) / 10000
                   COMPUTE WS-AGE-GAP = IN-AGE - WS-BIRTH-AGE
                   IF WS-AGE-GAP > 1 OR WS-AGE-GAP < -1
                       ADD 1 TO WS-SCORE-BAD-AGES
                   END-IF
               END-IF
           END-IF.

       SCORE-FEED-QUALITY.
           MOVE 'YES' TO WS-FEED-SCORED(WS-IN-FEED-IDX).
           IF WS-FEED-DATA-COUNT > 0
               COMPUTE WS-FEED-REJECT-PCT(WS-IN-FEED-IDX) ROUNDED =
                   WS-SCORE-REJECTS * 100 / WS-FEED-DATA-COUNT
               COMPUTE WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX) ROUNDED =
                   WS-SCORE-DUPLICATES * 100 / WS-FEED-DATA-COUNT
               COMPUTE WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX) ROUNDED =
                   WS-SCORE-BAD-AGES * 100 / WS-FEED-DATA-COUNT
           ELSE
               MOVE 0 TO WS-FEED-REJECT-PCT(WS-IN-FEED-IDX)
               MOVE 0 TO WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX)
               MOVE 0 TO WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX)
           END-IF.
           PERFORM JUDGE-FEED-QUALITY.
           IF WS-FEED-BREACH(WS-IN-FEED-IDX) NOT = SPACES
               PERFORM QUARANTINE-FEED
           END-IF.
           PERFORM APPEND-FEED-QUALITY-HISTORY.

      *    Too few records to judge fairly loads as it is. Otherwise
      *    a rate over its ceiling breaches, and so does a rate
      *    climbing past its recent average by more than the rise
      *    allowed - once there are three loaded runs to average.
       JUDGE-FEED-QUALITY.
           MOVE SPACES TO WS-FEED-BREACH(WS-IN-FEED-IDX).
           EVALUATE TRUE
               WHEN WS-FEED-DATA-COUNT
                   < WS-FEED-MIN-RECORDS(WS-IN-FEED-IDX)
                   CONTINUE
               WHEN WS-FEED-REJECT-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-MAX-REJECT(WS-IN-FEED-IDX)
                   MOVE 'REJECTS OVER LIMIT'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
               WHEN WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-MAX-DUPLICATE(WS-IN-FEED-IDX)
                   MOVE 'DUPLICATES OVER LIMIT'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
               WHEN WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-MAX-BAD-AGE(WS-IN-FEED-IDX)
                   MOVE 'BAD AGES OVER LIMIT'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
               WHEN WS-FEED-HIST-COUNT(WS-IN-FEED-IDX) < 3
                   CONTINUE
               WHEN WS-FEED-REJECT-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-AVG-REJECT(WS-IN-FEED-IDX)
                   + WS-FEED-MAX-RISE(WS-IN-FEED-IDX)
                   MOVE 'REJECTS OVER HISTORY'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
               WHEN WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-AVG-DUPLICATE(WS-IN-FEED-IDX)
                   + WS-FEED-MAX-RISE(WS-IN-FEED-IDX)
                   MOVE 'DUPLICATES OVER HISTORY'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
               WHEN WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX)
                   > WS-FEED-AVG-BAD-AGE(WS-IN-FEED-IDX)
                   + WS-FEED-MAX-RISE(WS-IN-FEED-IDX)
                   MOVE 'BAD AGES OVER HISTORY'
                       TO WS-FEED-BREACH(WS-IN-FEED-IDX)
           END-EVALUATE.

      *    Held out of the sort like a refused feed, and moved to
      *    QUARANTINE.<feed>.<runid> so tomorrow's drop cannot land
      *    on top of it and the source owner has the file as sent.
      *    The original is only deleted once the copy is safe; if
      *    the move fails the feed is still held back, just left
      *    where it is.
       QUARANTINE-FEED.
           MOVE 'NO' TO WS-FEED-VALID(WS-IN-FEED-IDX).
           MOVE 'YES' TO WS-FEED-QUARANTINED(WS-IN-FEED-IDX).
           ADD 1 TO WS-FEEDS-QUARANTINED.
           MOVE SPACES TO WS-QUARANTINE-DSN.
           STRING 'QUARANTINE.' FUNCTION TRIM(WS-IN-DSN) '.'
               WS-RUN-ID DELIMITED BY SIZE INTO WS-QUARANTINE-DSN.
           CALL 'CBL_COPY_FILE' USING WS-IN-DSN WS-QUARANTINE-DSN
               RETURNING WS-QUARANTINE-RC.
           IF WS-QUARANTINE-RC = 0
               CALL 'CBL_DELETE_FILE' USING WS-IN-DSN
                   RETURNING WS-QUARANTINE-RC
           END-IF.
           DISPLAY 'FEED QUARANTINED: ' WS-IN-DSN ' - '
               WS-FEED-BREACH(WS-IN-FEED-IDX).
           MOVE 'FLPR' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E158' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'FEED QUARANTINED ' WS-IN-DSN(1:20) ' - '
               WS-FEED-BREACH(WS-IN-FEED-IDX) DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
           IF WS-QUARANTINE-RC NOT = 0
               DISPLAY 'ERROR: QUARANTINE MOVE FAILED FOR '
                   FUNCTION TRIM(WS-IN-DSN)
                   ' - FEED HELD BACK WHERE IT IS'
               MOVE 'FLPR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E159' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'QUARANTINE MOVE FAILED ' WS-IN-DSN(1:20)
                   DELIMITED BY SIZE INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.
           PERFORM RAISE-QUARANTINE-ALERT.

       RAISE-QUARANTINE-ALERT.
           OPEN EXTEND ALERT-FILE.
           IF WS-ALERT-STATUS NOT = '00' AND WS-ALERT-STATUS NOT = '05'
               OPEN OUTPUT ALERT-FILE
           END-IF.
           MOVE SPACES TO ALERT-RECORD.
           MOVE FUNCTION CURRENT-DATE TO ALR-TIMESTAMP.
           MOVE 'FILE-PROCESSOR' TO ALR-STEP-NAME.
           MOVE 'FEED QUARANTINED' TO ALR-TEXT.
           MOVE 4 TO ALR-RETURN-CODE.
           WRITE ALERT-RECORD.
           IF WS-ALERT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO WRITE OPERATOR ALERT STATUS='
                   WS-ALERT-STATUS
           END-IF.
           CLOSE ALERT-FILE.

       APPEND-FEED-QUALITY-HISTORY.
           OPEN EXTEND FEED-QUALITY-HISTORY.
           IF WS-FEEDQHST-STATUS NOT = '00'
               OPEN OUTPUT FEED-QUALITY-HISTORY
           END-IF.
           IF WS-FEEDQHST-STATUS = '00'
               MOVE WS-RUN-ID TO FQH-RUN-ID
               MOVE WS-IN-DSN TO FQH-FEED-DSN
               MOVE WS-FEED-DATA-COUNT TO FQH-RECORDS
               MOVE WS-FEED-REJECT-PCT(WS-IN-FEED-IDX)
                   TO FQH-REJECT-PCT
               MOVE WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX)
                   TO FQH-DUPLICATE-PCT
               MOVE WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX)
                   TO FQH-BAD-AGE-PCT
               EVALUATE TRUE
                   WHEN WS-FEED-QUARANTINED(WS-IN-FEED-IDX) = 'YES'
                       MOVE 'QUARANTINE' TO FQH-OUTCOME
                   WHEN WS-FEED-DATA-COUNT
                       < WS-FEED-MIN-RECORDS(WS-IN-FEED-IDX)
                       MOVE 'TOO FEW' TO FQH-OUTCOME
                   WHEN OTHER
                       MOVE 'LOADED' TO FQH-OUTCOME
               END-EVALUATE
               WRITE FEED-QUALITY-HISTORY-RECORD
               CLOSE FEED-QUALITY-HISTORY
           ELSE
               DISPLAY 'ERROR: UNABLE TO WRITE FEEDQHST.DAT STATUS='
                   WS-FEEDQHST-STATUS
           END-IF.

      *    The run ID already stamped on every OUT-RECORD goes into
      *    the dataset names too, so each run writes its own
      *    generation instead of destroying the prior run's. A
           MOVE SPACES TO WS-AGETREND-DSN.
           STRING 'AGETREND.DAT.' WS-RUN-ID
               DELIMITED BY SIZE INTO WS-AGETREND-DSN.
           MOVE SPACES TO WS-ACCEPT-DSN.
           STRING 'ACCEPTED.DAT.' WS-RUN-ID
               DELIMITED BY SIZE INTO WS-ACCEPT-DSN.
           MOVE SPACES TO WS-NAMEEXC-DSN.
           STRING 'NAMEEXC.DAT.' WS-RUN-ID
               DELIMITED BY SIZE INTO WS-NAMEEXC-DSN.

      *    LASTRUN.DAT always points at the newest complete
      *    generation (DAILY-BALANCE resolves the dated names
                   'NAMEHIST.DAT'
           END-IF.

       WRITE-ACCEPTED-RECORD.
           MOVE IN-NAME TO ACC-NAME.
           MOVE IN-AGE TO ACC-AGE.
           MOVE IN-SOURCE-ID TO ACC-SOURCE-ID.
           MOVE IN-BIRTH-DATE TO ACC-BIRTH-DATE.
           WRITE ACCEPTED-FEED-RECORD.
           IF WS-ACCEPT-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON ACCEPTED FILE STATUS='
                   WS-ACCEPT-STATUS
           END-IF.

       WRITE-DUPLICATE-RECORD.
           MOVE IN-NAME TO DUP-NAME.
           MOVE 'Duplicate name on input' TO DUP-REASON-TEXT.
           WRITE DUPLICATE-RECORD.

      * Breaks the name as received into surname, given name and
      * middle initial for OUT-RECORD, leaving OUT-NAME itself as
      * the source keyed it. 'SMITH, JOHN A' is read surname first
      * at the comma; 'Mr John A Smith' given name first, with any
      * surname particles (Van, De, St ...) kept on the surname;
      * and 'SMITH JOHN A' - three words ending in a lone initial -
      * as the surname-first keying without its comma. Honorifics
      * are dropped from the front and suffixes from the back, full
      * stops are ignored, and the parts go out in name case -
      * Smith, O'Brien, Smith-Jones, McDonald. A name that cannot be
      * broken apart with confidence (one word, odd characters, two
      * words that could each be a middle name or part of the
      * surname, a part too wide for its field) is not guessed at:
      * the parts stay blank, OUT-STD-RESULT says 'E', and the name
      * is listed on the run's NAMEEXC.DAT with the reason.
       STANDARDIZE-NAME.
           MOVE 'YES' TO WS-NAME-OK.
           MOVE SPACES TO WS-NAME-REASON.
           MOVE SPACES TO WS-STD-SURNAME.
           MOVE SPACES TO WS-STD-GIVEN.
           MOVE SPACES TO WS-STD-INITIAL.
           MOVE FUNCTION UPPER-CASE(IN-NAME) TO WS-NAME-WORK.
           PERFORM CHECK-NAME-CHARACTERS.
           IF WS-NAME-OK = 'YES'
               INSPECT WS-NAME-WORK REPLACING ALL '.' BY SPACE
               IF WS-NAME-COMMAS = 0
                   PERFORM PARSE-NAME-GIVEN-FIRST
               ELSE
                   PERFORM PARSE-NAME-SURNAME-FIRST
               END-IF
           END-IF.
           IF WS-NAME-OK = 'YES'
               IF WS-STD-SURNAME(31:30) NOT = SPACES
                   MOVE 'NO' TO WS-NAME-OK
                   MOVE 'SURNAME WIDER THAN 30' TO WS-NAME-REASON
               END-IF
               IF WS-STD-GIVEN(21:30) NOT = SPACES
                   MOVE 'NO' TO WS-NAME-OK
                   MOVE 'GIVEN NAME WIDER THAN 20' TO WS-NAME-REASON
               END-IF
           END-IF.
           IF WS-NAME-OK = 'YES'
               MOVE WS-STD-SURNAME TO WS-CASE-TEXT
               PERFORM APPLY-NAME-CASE
               MOVE WS-CASE-TEXT TO OUT-STD-SURNAME
               MOVE WS-STD-GIVEN TO WS-CASE-TEXT
               PERFORM APPLY-NAME-CASE
               MOVE WS-CASE-TEXT TO OUT-STD-GIVEN
               MOVE WS-STD-INITIAL TO OUT-STD-INITIAL
               MOVE 'S' TO OUT-STD-RESULT
           ELSE
               MOVE SPACES TO OUT-STD-SURNAME
               MOVE SPACES TO OUT-STD-GIVEN
               MOVE SPACES TO OUT-STD-INITIAL
               MOVE 'E' TO OUT-STD-RESULT
               ADD 1 TO WS-NAMES-NOT-PARSED
               PERFORM WRITE-NAME-EXCEPTION
           END-IF.

      *    Letters, blanks, hyphens, apostrophes, full stops and at
      *    most one comma - anything else (a digit, an ampersand, a
      *    slash) means the field holds something other than one
      *    person's name.
       CHECK-NAME-CHARACTERS.
           MOVE 0 TO WS-NAME-COMMAS.
           IF WS-NAME-WORK = SPACES
               MOVE 'NO' TO WS-NAME-OK
               MOVE 'NAME IS BLANK' TO WS-NAME-REASON
           END-IF.
           PERFORM VARYING WS-NAME-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-NAME-CHAR-IDX > 50
                   OR WS-NAME-OK = 'NO'
               EVALUATE TRUE
                   WHEN WS-NAME-WORK(WS-NAME-CHAR-IDX:1) IS ALPHABETIC
                       CONTINUE
                   WHEN WS-NAME-WORK(WS-NAME-CHAR-IDX:1) = ','
                       ADD 1 TO WS-NAME-COMMAS
                   WHEN WS-NAME-WORK(WS-NAME-CHAR-IDX:1) = '-'
                       OR WS-NAME-WORK(WS-NAME-CHAR-IDX:1) = ''''
                       OR WS-NAME-WORK(WS-NAME-CHAR-IDX:1) = '.'
                       CONTINUE
                   WHEN OTHER
                       MOVE 'NO' TO WS-NAME-OK
                       MOVE 'UNEXPECTED CHARACTER IN NAME'
                           TO WS-NAME-REASON
               END-EVALUATE
           END-PERFORM.
           IF WS-NAME-COMMAS > 1 AND WS-NAME-OK = 'YES'
               MOVE 'NO' TO WS-NAME-OK
               MOVE 'MORE THAN ONE COMMA' TO WS-NAME-REASON
           END-IF.

       PARSE-NAME-GIVEN-FIRST.
           MOVE WS-NAME-WORK TO WS-NAME-PART.
           PERFORM SPLIT-NAME-PART.
           EVALUATE TRUE
               WHEN WS-NAME-OK = 'NO'
                   CONTINUE
               WHEN WS-NAME-LAST - WS-NAME-FIRST < 1
                   MOVE 'NO' TO WS-NAME-OK
                   MOVE 'ONLY ONE NAME WORD' TO WS-NAME-REASON
               WHEN WS-NAME-LAST - WS-NAME-FIRST = 2
                   AND WS-NAME-WORD(WS-NAME-LAST)(2:1) = SPACE
                   AND WS-NAME-WORD(WS-NAME-FIRST)(2:1) NOT = SPACE
                   AND WS-NAME-WORD(WS-NAME-FIRST + 1)(2:1)
                       NOT = SPACE
                   MOVE WS-NAME-WORD(WS-NAME-FIRST) TO WS-STD-SURNAME
                   MOVE WS-NAME-WORD(WS-NAME-FIRST + 1)
                       TO WS-STD-GIVEN
                   MOVE WS-NAME-WORD(WS-NAME-LAST)(1:1)
                       TO WS-STD-INITIAL
               WHEN OTHER
                   MOVE WS-NAME-LAST TO WS-NAME-SURNAME-START
                   MOVE 'YES' TO WS-NAME-IN-LIST
                   PERFORM UNTIL WS-NAME-SURNAME-START - 1
                           <= WS-NAME-FIRST
                           OR WS-NAME-IN-LIST = 'NO'
                       COMPUTE WS-NAME-WORD-IDX =
                           WS-NAME-SURNAME-START - 1
                       PERFORM FIND-NAME-PARTICLE
                       IF WS-NAME-IN-LIST = 'YES'
                           SUBTRACT 1 FROM WS-NAME-SURNAME-START
                       END-IF
                   END-PERFORM
                   MOVE WS-NAME-WORD(WS-NAME-FIRST) TO WS-STD-GIVEN
                   EVALUATE WS-NAME-SURNAME-START - WS-NAME-FIRST
                       WHEN 1
                           CONTINUE
                       WHEN 2
                           MOVE WS-NAME-WORD(WS-NAME-FIRST + 1)(1:1)
                               TO WS-STD-INITIAL
                       WHEN OTHER
                           MOVE 'NO' TO WS-NAME-OK
                           MOVE 'MIDDLE NAME OR SURNAME UNCLEAR'
                               TO WS-NAME-REASON
                   END-EVALUATE
                   MOVE WS-NAME-SURNAME-START TO WS-NAME-FIRST
                   PERFORM JOIN-SURNAME-WORDS
           END-EVALUATE.

       PARSE-NAME-SURNAME-FIRST.
           MOVE SPACES TO WS-NAME-BEFORE-COMMA.
           MOVE SPACES TO WS-NAME-AFTER-COMMA.
           UNSTRING WS-NAME-WORK DELIMITED BY ','
               INTO WS-NAME-BEFORE-COMMA WS-NAME-AFTER-COMMA
           END-UNSTRING.
           MOVE WS-NAME-BEFORE-COMMA TO WS-NAME-PART.
           PERFORM SPLIT-NAME-PART.
           IF WS-NAME-OK = 'YES'
               IF WS-NAME-FIRST > WS-NAME-LAST
                   MOVE 'NO' TO WS-NAME-OK
                   MOVE 'NO SURNAME BEFORE COMMA' TO WS-NAME-REASON
               ELSE
                   PERFORM JOIN-SURNAME-WORDS
               END-IF
           END-IF.
           IF WS-NAME-OK = 'YES'
               MOVE WS-NAME-AFTER-COMMA TO WS-NAME-PART
               PERFORM SPLIT-NAME-PART
           END-IF.
           IF WS-NAME-OK = 'YES'
               EVALUATE WS-NAME-LAST - WS-NAME-FIRST
                   WHEN 0
                       MOVE WS-NAME-WORD(WS-NAME-FIRST) TO WS-STD-GIVEN
                   WHEN 1
                       MOVE WS-NAME-WORD(WS-NAME-FIRST) TO WS-STD-GIVEN
                       MOVE WS-NAME-WORD(WS-NAME-LAST)(1:1)
                           TO WS-STD-INITIAL
                   WHEN OTHER
                       MOVE 'NO' TO WS-NAME-OK
                       IF WS-NAME-FIRST > WS-NAME-LAST
                           MOVE 'NO GIVEN NAME AFTER COMMA'
                               TO WS-NAME-REASON
                       ELSE
                           MOVE 'TOO MANY GIVEN NAMES'
                               TO WS-NAME-REASON
                       END-IF
               END-EVALUATE
           END-IF.

      *    WS-NAME-PART into words, then WS-NAME-FIRST moved past
      *    any honorifics and WS-NAME-LAST back before any suffixes.
      *    Both cross when nothing else is left.
       SPLIT-NAME-PART.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE 0 TO WS-NAME-WORD-COUNT.
           IF WS-NAME-PART NOT = SPACES
               MOVE FUNCTION TRIM(WS-NAME-PART) TO WS-NAME-PART
               UNSTRING WS-NAME-PART DELIMITED BY ALL SPACE
                   INTO WS-NAME-WORD(1) WS-NAME-WORD(2)
                        WS-NAME-WORD(3) WS-NAME-WORD(4)
                        WS-NAME-WORD(5) WS-NAME-WORD(6)
                        WS-NAME-WORD(7) WS-NAME-WORD(8)
                        WS-NAME-WORD(9) WS-NAME-WORD(10)
                   TALLYING IN WS-NAME-WORD-COUNT
                   ON OVERFLOW
                       MOVE 'NO' TO WS-NAME-OK
                       MOVE 'TOO MANY WORDS IN NAME'
                           TO WS-NAME-REASON
               END-UNSTRING
           END-IF.
           MOVE 1 TO WS-NAME-FIRST.
           MOVE WS-NAME-WORD-COUNT TO WS-NAME-LAST.
           MOVE 'YES' TO WS-NAME-IN-LIST.
           PERFORM UNTIL WS-NAME-FIRST > WS-NAME-LAST
                   OR WS-NAME-IN-LIST = 'NO'
               MOVE WS-NAME-FIRST TO WS-NAME-WORD-IDX
               PERFORM FIND-NAME-HONORIFIC
               IF WS-NAME-IN-LIST = 'YES'
                   ADD 1 TO WS-NAME-FIRST
               END-IF
           END-PERFORM.
           MOVE 'YES' TO WS-NAME-IN-LIST.
           PERFORM UNTIL WS-NAME-FIRST > WS-NAME-LAST
                   OR WS-NAME-IN-LIST = 'NO'
               MOVE WS-NAME-LAST TO WS-NAME-WORD-IDX
               PERFORM FIND-NAME-SUFFIX
               IF WS-NAME-IN-LIST = 'YES'
                   SUBTRACT 1 FROM WS-NAME-LAST
               END-IF
           END-PERFORM.

      *    The word at WS-NAME-WORD-IDX as a list lookup key. A word
      *    wider than the lists' five bytes can never be in them,
      *    so it gets a key no entry can match.
       LOAD-NAME-LOOKUP.
           IF WS-NAME-WORD(WS-NAME-WORD-IDX)(6:45) = SPACES
               MOVE WS-NAME-WORD(WS-NAME-WORD-IDX) TO WS-NAME-LOOKUP
           ELSE
               MOVE HIGH-VALUES TO WS-NAME-LOOKUP
           END-IF.
           MOVE 'NO' TO WS-NAME-IN-LIST.

       FIND-NAME-HONORIFIC.
           PERFORM LOAD-NAME-LOOKUP.
           PERFORM VARYING WS-NAME-LIST-IDX FROM 1 BY 1
                   UNTIL WS-NAME-LIST-IDX > 10
               IF WS-HONORIFIC(WS-NAME-LIST-IDX) = WS-NAME-LOOKUP
                   MOVE 'YES' TO WS-NAME-IN-LIST
               END-IF
           END-PERFORM.

       FIND-NAME-SUFFIX.
           PERFORM LOAD-NAME-LOOKUP.
           PERFORM VARYING WS-NAME-LIST-IDX FROM 1 BY 1
                   UNTIL WS-NAME-LIST-IDX > 10
               IF WS-SUFFIX(WS-NAME-LIST-IDX) = WS-NAME-LOOKUP
                   MOVE 'YES' TO WS-NAME-IN-LIST
               END-IF
           END-PERFORM.

       FIND-NAME-PARTICLE.
           PERFORM LOAD-NAME-LOOKUP.
           PERFORM VARYING WS-NAME-LIST-IDX FROM 1 BY 1
                   UNTIL WS-NAME-LIST-IDX > 14
               IF WS-PARTICLE(WS-NAME-LIST-IDX) = WS-NAME-LOOKUP
                   MOVE 'YES' TO WS-NAME-IN-LIST
               END-IF
           END-PERFORM.

      *    Words WS-NAME-FIRST through WS-NAME-LAST, one blank
      *    between each, as the surname.
       JOIN-SURNAME-WORDS.
           MOVE SPACES TO WS-STD-SURNAME.
           MOVE 1 TO WS-NAME-PTR.
           PERFORM VARYING WS-NAME-WORD-IDX FROM WS-NAME-FIRST BY 1
                   UNTIL WS-NAME-WORD-IDX > WS-NAME-LAST
               IF WS-NAME-WORD-IDX > WS-NAME-FIRST
                   STRING ' ' DELIMITED BY SIZE
                       INTO WS-STD-SURNAME WITH POINTER WS-NAME-PTR
                   END-STRING
               END-IF
               STRING WS-NAME-WORD(WS-NAME-WORD-IDX)
                   DELIMITED BY SPACE
                   INTO WS-STD-SURNAME WITH POINTER WS-NAME-PTR
               END-STRING
           END-PERFORM.

      *    Lower case with a capital at the start of each word and
      *    after a hyphen or apostrophe, and the letter after a
      *    leading Mc capitalised too.
       APPLY-NAME-CASE.
           MOVE FUNCTION LOWER-CASE(WS-CASE-TEXT) TO WS-CASE-TEXT.
           MOVE 'YES' TO WS-CASE-WORD-START.
           PERFORM VARYING WS-CASE-IDX FROM 1 BY 1
                   UNTIL WS-CASE-IDX > 60
               IF WS-CASE-WORD-START = 'YES'
                   MOVE FUNCTION UPPER-CASE(
                       WS-CASE-TEXT(WS-CASE-IDX:1))
                       TO WS-CASE-TEXT(WS-CASE-IDX:1)
                   IF WS-CASE-IDX < 59
                       AND WS-CASE-TEXT(WS-CASE-IDX:2) = 'Mc'
                       AND WS-CASE-TEXT(WS-CASE-IDX + 2:1) NOT = SPACE
                       MOVE FUNCTION UPPER-CASE(
                           WS-CASE-TEXT(WS-CASE-IDX + 2:1))
                           TO WS-CASE-TEXT(WS-CASE-IDX + 2:1)
                   END-IF
               END-IF
               IF WS-CASE-TEXT(WS-CASE-IDX:1) = SPACE
                   OR WS-CASE-TEXT(WS-CASE-IDX:1) = '-'
                   OR WS-CASE-TEXT(WS-CASE-IDX:1) = ''''
                   MOVE 'YES' TO WS-CASE-WORD-START
               ELSE
                   MOVE 'NO' TO WS-CASE-WORD-START
               END-IF
           END-PERFORM.

       WRITE-NAME-EXCEPTION.
           MOVE IN-NAME TO NEX-NAME.
           MOVE IN-SOURCE-ID TO NEX-SOURCE-ID.
           MOVE WS-NAME-REASON TO NEX-REASON-TEXT.
           WRITE NAME-EXCEPTION-RECORD.
           IF WS-NAMEEXC-STATUS NOT = '00'
               DISPLAY 'ERROR: WRITE FAILURE ON NAME EXCEPTION FILE '
                   'STATUS=' WS-NAMEEXC-STATUS
           END-IF.

      *    A restart appends to the aborted pass's exception list,
      *    so its count starts from what that pass already listed.
       COUNT-PRIOR-NAME-EXCEPTIONS.
           MOVE 0 TO WS-NAMES-NOT-PARSED.
           OPEN INPUT NAME-EXCEPTION-FILE.
           IF WS-NAMEEXC-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ NAME-EXCEPTION-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END ADD 1 TO WS-NAMES-NOT-PARSED
                   END-READ
               END-PERFORM
               CLOSE NAME-EXCEPTION-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       BUILD-CSV-OUTPUT-LINE.
           MOVE SPACES TO WS-OUT-CSV-LINE.
           STRING FUNCTION TRIM(OUT-NAME) DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-RUN-ID) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-TIMESTAMP) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-STD-SURNAME) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   FUNCTION TRIM(OUT-STD-GIVEN) DELIMITED BY SIZE
                   ',' DELIMITED BY SIZE
                   OUT-STD-INITIAL DELIMITED BY SPACE
                   ',' DELIMITED BY SIZE
                   OUT-STD-RESULT DELIMITED BY SIZE
               INTO WS-OUT-CSV-LINE
           END-STRING.
           MOVE WS-OUT-CSV-LINE TO OUT-RECORD.
           MOVE WS-RECORDS-REJECTED TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
           MOVE 'NAMES NOT PARSED:' TO WS-CTL-LABEL.
           MOVE WS-NAMES-NOT-PARSED TO WS-CTL-COUNT.
           MOVE WS-CONTROL-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.
      *    One block per feed on the run, so a short, refused or
      *    quarantined source is visible on its own lines instead
      *    of hiding in the combined totals, with its scorecard
      *    beside its recent average.
           PERFORM VARYING WS-IN-FEED-IDX FROM 1 BY 1
                   UNTIL WS-IN-FEED-IDX > WS-IN-FEED-COUNT
               MOVE 'FEED:' TO WS-CTL-TEXT-LABEL
                   TO WS-CTL-TEXT-VALUE
               MOVE WS-CONTROL-TEXT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               EVALUATE TRUE
                   WHEN WS-FEED-VALID(WS-IN-FEED-IDX) = 'YES'
                       MOVE '  RECORDS READ:' TO WS-CTL-LABEL
                       MOVE WS-FEED-READ-COUNT(WS-IN-FEED-IDX)
                           TO WS-CTL-COUNT
                       MOVE WS-CONTROL-LINE TO CONTROL-RECORD
                       WRITE CONTROL-RECORD
                       IF WS-FEED-SCORED(WS-IN-FEED-IDX) = 'YES'
                           PERFORM WRITE-FEED-SCORECARD
                       END-IF
                   WHEN WS-FEED-QUARANTINED(WS-IN-FEED-IDX) = 'YES'
                       MOVE '  RECORDS HELD:' TO WS-CTL-LABEL
                       MOVE WS-FEED-READ-COUNT(WS-IN-FEED-IDX)
                           TO WS-CTL-COUNT
                       MOVE WS-CONTROL-LINE TO CONTROL-RECORD
                       WRITE CONTROL-RECORD
                       PERFORM WRITE-FEED-SCORECARD
                       MOVE '  QUARANTINED:' TO WS-CTL-TEXT-LABEL
                       MOVE WS-FEED-BREACH(WS-IN-FEED-IDX)
                           TO WS-CTL-TEXT-VALUE
                       MOVE WS-CONTROL-TEXT-LINE TO CONTROL-RECORD
                       WRITE CONTROL-RECORD
                   WHEN OTHER
                       MOVE '  REFUSED:' TO WS-CTL-TEXT-LABEL
                       MOVE 'SEE ERRORLOG.DAT' TO WS-CTL-TEXT-VALUE
                       MOVE WS-CONTROL-TEXT-LINE TO CONTROL-RECORD
                       WRITE CONTROL-RECORD
               END-EVALUATE
           END-PERFORM.
           CLOSE CONTROL-FILE.

       WRITE-FEED-SCORECARD.
           MOVE '  REJECT RATE:' TO WS-CTL-TEXT-LABEL.
           MOVE WS-FEED-REJECT-PCT(WS-IN-FEED-IDX) TO WS-RATE-EDIT.
           MOVE WS-FEED-AVG-REJECT(WS-IN-FEED-IDX) TO WS-AVG-EDIT.
           PERFORM WRITE-FEED-RATE-LINE.
           MOVE '  DUPLICATE RATE:' TO WS-CTL-TEXT-LABEL.
           MOVE WS-FEED-DUPLICATE-PCT(WS-IN-FEED-IDX)
               TO WS-RATE-EDIT.
           MOVE WS-FEED-AVG-DUPLICATE(WS-IN-FEED-IDX) TO WS-AVG-EDIT.
           PERFORM WRITE-FEED-RATE-LINE.
           MOVE '  BAD AGE RATE:' TO WS-CTL-TEXT-LABEL.
           MOVE WS-FEED-BAD-AGE-PCT(WS-IN-FEED-IDX) TO WS-RATE-EDIT.
           MOVE WS-FEED-AVG-BAD-AGE(WS-IN-FEED-IDX) TO WS-AVG-EDIT.
           PERFORM WRITE-FEED-RATE-LINE.

       WRITE-FEED-RATE-LINE.
           MOVE SPACES TO WS-CTL-TEXT-VALUE.
           IF WS-FEED-HIST-COUNT(WS-IN-FEED-IDX) = 0
               STRING WS-RATE-EDIT '%  NO HISTORY'
                   DELIMITED BY SIZE INTO WS-CTL-TEXT-VALUE
           ELSE
               STRING WS-RATE-EDIT '%  AVG ' WS-AVG-EDIT '%'
                   DELIMITED BY SIZE INTO WS-CTL-TEXT-VALUE
           END-IF.
           MOVE WS-CONTROL-TEXT-LINE TO CONTROL-RECORD.
           WRITE CONTROL-RECORD.

       VALIDATE-AGE.
           MOVE 'YES' TO WS-AGE-NUMERIC.
           MOVE SPACES TO VAL-FIELD-VALUE.
