       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CUSTOMER-MATCH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Which FILE-PROCESSOR generation is current, and which one
      *    this step last matched - a rerun of the night finds the
      *    two equal and matches nothing twice.
           SELECT LASTRUN-FILE ASSIGN TO 'LASTRUN.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LASTRUN-STATUS.
           SELECT MATCH-MARK-FILE ASSIGN TO 'FEEDMARK.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STATUS.
           SELECT ACCEPTED-FILE ASSIGN TO WS-ACCEPT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCEPT-STATUS.
      *    Read through once to build the match table, then by key
      *    for a customer the cross-reference already names and to
      *    prove a new CUST-ID is free.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT XREF-FILE ASSIGN TO 'FEEDXREF.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS XRF-KEY
           FILE STATUS IS WS-XREF-STATUS.
      *    New people are appended for the next CUSTOMER-LOAD run,
      *    behind whatever conversion rows are already waiting.
           SELECT LOAD-FILE ASSIGN TO 'CUSTLOAD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOAD-STATUS.
           SELECT REGION-MASTER-FILE ASSIGN TO 'REGION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
      *    The people the step could not place with confidence, for
      *    the onboarding team to settle by hand.
           SELECT REVIEW-REPORT ASSIGN TO 'FEEDREVW.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LASTRUN-FILE.
       01 LASTRUN-RECORD PIC X(14).

       FD MATCH-MARK-FILE.
       01 MATCH-MARK-RECORD PIC X(14).

       FD ACCEPTED-FILE.
       COPY "FEEDACC.cpy".

       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

       FD XREF-FILE.
       COPY "FEEDXREF.cpy".

       FD LOAD-FILE.
       COPY "CUSTLOAD.cpy".

       FD REGION-MASTER-FILE.
       COPY "REGREC.cpy".

       FD REVIEW-REPORT.
       01 REVIEW-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-LASTRUN-STATUS PIC XX.
       01 WS-MARK-STATUS    PIC XX.
       01 WS-ACCEPT-STATUS  PIC XX.
       01 WS-CUST-STATUS    PIC XX.
       01 WS-XREF-STATUS    PIC XX.
       01 WS-LOAD-STATUS    PIC XX.
       01 WS-REGION-STATUS  PIC XX.
       01 WS-RPT-STATUS     PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-RUN-DATE       PIC X(8).
       01 WS-LASTRUN-ID     PIC X(14) VALUE SPACES.
       01 WS-MARK-ID        PIC X(14) VALUE SPACES.
       01 WS-ACCEPT-DSN     PIC X(40).

      *    FEEDREGION=code on the step parm card is the region the
      *    day's new people are loaded under - the feeds carry none.
      *    It must be an active code on REGION.DAT; without one the
      *    rows are still written, and CUSTOMER-LOAD refuses them on
      *    region until someone fills it in.
       01 WS-FEED-REGION      PIC X(10) VALUE SPACES.
       01 WS-REGION-OK        PIC X(3) VALUE 'NO'.
       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).

      *    Every customer on the master - archived ones too, since
      *    a returning person whose account was closed is something
      *    for a person to look at, not a new customer.
       01 WS-CUST-COUNT     PIC 9(5) VALUE 0.
       01 WS-CUST-IDX       PIC 9(5) VALUE 0.
       01 WS-TABLE-FULL     PIC X(3) VALUE 'NO'.
       01 WS-MATCH-TABLE.
           05 WS-MC-ENTRY OCCURS 5000 TIMES.
               10 WS-MC-ID         PIC X(10).
               10 WS-MC-NAME-KEY   PIC X(60).
               10 WS-MC-BIRTH-DATE PIC X(8).
               10 WS-MC-STATUS     PIC X(10).

      *    A name keys as its words, upper case, punctuation gone,
      *    titles dropped and the words in alphabetical order - so
      *    'Smith, John', 'SMITH JOHN' and 'Mr John Smith' are the
      *    same key, and the order a source system keeps its
      *    surname in stops mattering.
       01 WS-NAME-IN        PIC X(50).
       01 WS-NAME-KEY       PIC X(60).
       01 WS-NAME-IDX       PIC 9(2) VALUE 0.
       01 WS-NAME-PTR       PIC 9(2) VALUE 1.
       01 WS-WORD-COUNT     PIC 9(2) VALUE 0.
       01 WS-WORD-IDX       PIC 9(2) VALUE 0.
       01 WS-SORT-IDX       PIC 9(2) VALUE 0.
       01 WS-WORD-HOLD      PIC X(30).
       01 WS-NAME-WORDS.
           05 WS-NAME-WORD OCCURS 6 TIMES PIC X(30).
       01 WS-TITLE-WORDS.
           05 FILLER PIC X(4) VALUE 'MR  '.
           05 FILLER PIC X(4) VALUE 'MRS '.
           05 FILLER PIC X(4) VALUE 'MS  '.
           05 FILLER PIC X(4) VALUE 'MISS'.
           05 FILLER PIC X(4) VALUE 'DR  '.
       01 WS-TITLE-TABLE REDEFINES WS-TITLE-WORDS.
           05 WS-TITLE-ENTRY OCCURS 5 TIMES PIC X(4).
       01 WS-TITLE-IDX      PIC 9(1) VALUE 0.

      *    The feed record's own words, kept while the table is
      *    scanned, to tell a similar name from a different one.
       01 WS-FEED-NAME-KEY  PIC X(60).
       01 WS-FEED-WORDS.
           05 WS-FEED-WORD OCCURS 6 TIMES PIC X(30).
       01 WS-FEED-WORD-COUNT PIC 9(2) VALUE 0.
       01 WS-CAND-WORDS.
           05 WS-CAND-WORD OCCURS 6 TIMES PIC X(30).
       01 WS-CAND-IDX       PIC 9(2) VALUE 0.
       01 WS-WORD-SHARED    PIC X(3) VALUE 'NO'.

      *    What the scan found for the current feed record.
       01 WS-MATCH-CLASS    PIC X(9).
       01 WS-MATCH-REASON   PIC X(40).
       01 WS-EXACT-COUNT    PIC 9(3) VALUE 0.
       01 WS-PARTIAL-COUNT  PIC 9(3) VALUE 0.
       01 WS-EXACT-ID       PIC X(10).
       01 WS-EXACT-STATUS   PIC X(10).
       01 WS-PARTIAL-REASON PIC X(40).
       01 WS-CAND-COUNT     PIC 9(1) VALUE 0.
       01 WS-CANDIDATES.
           05 WS-CAND-ID OCCURS 3 TIMES PIC X(10).

      *    New customers take the next system ID from
      *    CUSTOMER-ID-SERVICE, the same protected counter
      *    CUSTOMER-MAINT and CUSTOMER-LOAD draw on, so a feed
      *    newcomer's ID carries the check digit every entry point
      *    verifies. The 'FD' IDs handed out before stay legacy IDs.
       01 WS-NEW-CUST-ID    PIC X(10).
       01 WS-ID-FREE        PIC X(3) VALUE 'NO'.
       01 WS-ID-ISSUED      PIC X(3) VALUE 'YES'.
       COPY "CUSTIDSV.cpy".

       01 WS-COUNTERS.
           05 WS-RECORDS-READ       PIC 9(7) VALUE 0.
           05 WS-CLASS-EXISTING     PIC 9(7) VALUE 0.
           05 WS-CLASS-NEW          PIC 9(7) VALUE 0.
           05 WS-CLASS-QUEUED       PIC 9(7) VALUE 0.
           05 WS-CLASS-AMBIGUOUS    PIC 9(7) VALUE 0.
           05 WS-XREF-FAILURES      PIC 9(7) VALUE 0.

       01 WS-REPORT-HEADING.
           05 FILLER          PIC X(40)
               VALUE 'FEED-CUSTOMER-MATCH - FOR REVIEW        '.
           05 FILLER          PIC X(10) VALUE 'RUN DATE: '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(9) VALUE '  FEED: '.
           05 RH-RUN-ID       PIC X(14).
           05 FILLER          PIC X(51) VALUE SPACES.

       01 WS-COLUMN-HEADING.
           05 FILLER          PIC X(27) VALUE 'FEED NAME'.
           05 FILLER          PIC X(14) VALUE 'SOURCE ID'.
           05 FILLER          PIC X(10) VALUE 'BORN'.
           05 FILLER          PIC X(42) VALUE 'REASON'.
           05 FILLER          PIC X(39) VALUE 'CANDIDATE CUSTOMERS'.

       01 WS-REVIEW-LINE.
           05 RL-NAME         PIC X(25).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-SOURCE-ID    PIC X(12).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-BIRTH-DATE   PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-REASON       PIC X(40).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 RL-CANDIDATE-1  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-CANDIDATE-2  PIC X(10).
           05 FILLER          PIC X(1) VALUE SPACES.
           05 RL-CANDIDATE-3  PIC X(10).
           05 FILLER          PIC X(7) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(89) VALUE SPACES.

       COPY "ERRLOG.cpy".

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Matches the identities FILE-PROCESSOR accepted tonight
      * against the customer master. FILE-PROCESSOR only knows its
      * own NAMEHIST.KSDS history - whether it has seen a person
      * on a feed before - not whether that person is already a
      * customer, so onboarding has been rekeying the feeds by
      * hand. Each record of the current ACCEPTED.DAT generation is
      * classed:
      *   EXISTING   its source ID is already linked to a live
      *              customer in FEEDXREF.KSDS, or exactly one live
      *              customer has the same name key and birth date
      *              (the link is then recorded, so the next time
      *              the source ID alone settles it);
      *   NEW        no customer shares its name key or its birth
      *              date with a similar name - a CUST-ID is
      *              assigned, a CUSTLOAD.DAT row is appended for
      *              CUSTOMER-LOAD and the link is recorded;
      *   AMBIGUOUS  anything in between - several customers match,
      *              the name matches but the birth date does not,
      *              the birth date matches a similar name, the
      *              match is an archived account, or the record
      *              has no birth date to load - listed on
      *              FEEDREVW.RPT with up to three candidate IDs.
      * Nothing on the customer master changes here; CUSTOMER-LOAD
      * loads and journals the new rows. Runs as the nightly step
      * straight after FILE-PROCESSOR.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARSE-RUN-PARAMETERS.
           PERFORM READ-RUN-POINTERS.
           IF WS-LASTRUN-ID = SPACES
               DISPLAY 'FEED-CUSTOMER-MATCH - NO FEED RUN ON FILE - '
                   'NOTHING TO MATCH'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-LASTRUN-ID = WS-MARK-ID
               DISPLAY 'FEED-CUSTOMER-MATCH - RUN ' WS-LASTRUN-ID
                   ' ALREADY MATCHED'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-ACCEPT-DSN.
           STRING 'ACCEPTED.DAT.' WS-LASTRUN-ID
               DELIMITED BY SIZE INTO WS-ACCEPT-DSN.
           OPEN INPUT ACCEPTED-FILE.
           IF WS-ACCEPT-STATUS NOT = '00'
               DISPLAY 'FEED-CUSTOMER-MATCH - NO ACCEPTED FILE FOR RUN '
                   WS-LASTRUN-ID ' STATUS=' WS-ACCEPT-STATUS
                   ' - NOTHING TO MATCH'
               MOVE 0 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN I-O CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS
               MOVE 'FEEDMTCH' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E127' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTOMER-FILE STATUS='
                   WS-CUST-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE ACCEPTED-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM OPEN-XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN FEEDXREF.KSDS STATUS='
                   WS-XREF-STATUS
               MOVE 'FEEDMTCH' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E128' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN FEEDXREF.KSDS STATUS='
                   WS-XREF-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE ACCEPTED-FILE
               CLOSE CUSTOMER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN EXTEND LOAD-FILE.
           IF WS-LOAD-STATUS NOT = '00'
               OPEN OUTPUT LOAD-FILE
           END-IF.
           IF WS-LOAD-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTLOAD.DAT STATUS='
                   WS-LOAD-STATUS
               MOVE 'FEEDMTCH' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E129' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTLOAD.DAT STATUS='
                   WS-LOAD-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE ACCEPTED-FILE
               CLOSE CUSTOMER-FILE
               CLOSE XREF-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT REVIEW-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN FEEDREVW.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 'FEEDMTCH' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E130' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN FEEDREVW.RPT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE ACCEPTED-FILE
               CLOSE CUSTOMER-FILE
               CLOSE XREF-FILE
               CLOSE LOAD-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHECK-FEED-REGION.
           PERFORM LOAD-MATCH-TABLE.

           MOVE WS-RUN-DATE TO RH-RUN-DATE.
           MOVE WS-LASTRUN-ID TO RH-RUN-ID.
           MOVE WS-REPORT-HEADING TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

           MOVE 'NO' TO WS-END-OF-FILE.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ACCEPTED-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM MATCH-ONE-RECORD
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE ACCEPTED-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE XREF-FILE.
           CLOSE LOAD-FILE.
           CLOSE REVIEW-REPORT.
           PERFORM WRITE-MATCH-MARK.

           DISPLAY 'FEED-CUSTOMER-MATCH - READ ' WS-RECORDS-READ
               ' EXISTING ' WS-CLASS-EXISTING
               ' NEW ' WS-CLASS-NEW
               ' ALREADY QUEUED ' WS-CLASS-QUEUED
               ' FOR REVIEW ' WS-CLASS-AMBIGUOUS.
           IF WS-CLASS-AMBIGUOUS > 0 OR WS-TABLE-FULL = 'YES'
               OR WS-XREF-FAILURES > 0
               OR (WS-CLASS-NEW > 0 AND WS-REGION-OK = 'NO')
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       PARSE-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE.
           MOVE 0 TO WS-PARM-TOKEN-COUNT.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY
                   SPACE INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                   WS-PARM-TOKEN(3) WS-PARM-TOKEN(4) WS-PARM-TOKEN(5)
                   WS-PARM-TOKEN(6) WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                   TALLYING IN WS-PARM-TOKEN-COUNT
               END-UNSTRING
           END-IF.
           PERFORM VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-IDX > WS-PARM-TOKEN-COUNT
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:11)
                   = 'FEEDREGION='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(12:10)
                       TO WS-FEED-REGION
               END-IF
           END-PERFORM.

       READ-RUN-POINTERS.
           OPEN INPUT LASTRUN-FILE.
           IF WS-LASTRUN-STATUS = '00'
               READ LASTRUN-FILE
                   NOT AT END MOVE LASTRUN-RECORD TO WS-LASTRUN-ID
               END-READ
               CLOSE LASTRUN-FILE
           END-IF.
           OPEN INPUT MATCH-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               READ MATCH-MARK-FILE
                   NOT AT END MOVE MATCH-MARK-RECORD TO WS-MARK-ID
               END-READ
               CLOSE MATCH-MARK-FILE
           END-IF.

       WRITE-MATCH-MARK.
           OPEN OUTPUT MATCH-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               MOVE WS-LASTRUN-ID TO MATCH-MARK-RECORD
               WRITE MATCH-MARK-RECORD
               CLOSE MATCH-MARK-FILE
           ELSE
               DISPLAY 'WARNING: UNABLE TO WRITE FEEDMARK.DAT STATUS='
                   WS-MARK-STATUS ' - A RERUN WILL MATCH THIS FEED '
                   'AGAIN'
           END-IF.

      *    Created on the first run, the way FILE-PROCESSOR creates
      *    NAMEHIST.KSDS.
       OPEN-XREF-FILE.
           OPEN I-O XREF-FILE.
           IF WS-XREF-STATUS NOT = '00'
               OPEN OUTPUT XREF-FILE
               IF WS-XREF-STATUS = '00'
                   CLOSE XREF-FILE
                   OPEN I-O XREF-FILE
                   DISPLAY 'FEEDXREF.KSDS CREATED'
               END-IF
           END-IF.

       CHECK-FEED-REGION.
           MOVE 'NO' TO WS-REGION-OK.
           IF WS-FEED-REGION = SPACES
               DISPLAY 'WARNING: NO FEEDREGION ON THE PARM CARD - NEW '
                   'CUSTOMERS WRITTEN WITHOUT A REGION'
           ELSE
               OPEN INPUT REGION-MASTER-FILE
               IF WS-REGION-STATUS = '00'
                   PERFORM UNTIL WS-REGION-STATUS NOT = '00'
                       READ REGION-MASTER-FILE
                           NOT AT END
                               IF RGN-CODE = WS-FEED-REGION
                                   AND RGN-ACTIVE-FLAG = 'Y'
                                   MOVE 'YES' TO WS-REGION-OK
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE REGION-MASTER-FILE
               END-IF
               IF WS-REGION-OK = 'NO'
                   DISPLAY 'WARNING: FEEDREGION ' WS-FEED-REGION
                       ' IS NOT AN ACTIVE REGION - NEW CUSTOMERS '
                       'WRITTEN WITHOUT A REGION'
                   MOVE SPACES TO WS-FEED-REGION
               END-IF
           END-IF.

       LOAD-MATCH-TABLE.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO CUST-ID.
           START CUSTOMER-FILE KEY IS NOT LESS THAN CUST-ID
               INVALID KEY MOVE 'YES' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF WS-CUST-COUNT < 5000
                           ADD 1 TO WS-CUST-COUNT
                           MOVE CUST-ID TO WS-MC-ID(WS-CUST-COUNT)
                           MOVE CUST-NAME TO WS-NAME-IN
                           PERFORM BUILD-NAME-KEY
                           MOVE WS-NAME-KEY
                               TO WS-MC-NAME-KEY(WS-CUST-COUNT)
                           MOVE CUST-BIRTH-DATE
                               TO WS-MC-BIRTH-DATE(WS-CUST-COUNT)
                           IF CUST-BIRTH-DATE IS NOT NUMERIC
                               MOVE SPACES
                                   TO WS-MC-BIRTH-DATE(WS-CUST-COUNT)
                           END-IF
                           MOVE CUST-STATUS
                               TO WS-MC-STATUS(WS-CUST-COUNT)
                       ELSE
                           MOVE 'YES' TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TABLE-FULL = 'YES'
               DISPLAY 'WARNING: MORE THAN 5000 CUSTOMERS - NAME '
                   'MATCHING SEES ONLY THE FIRST 5000'
           END-IF.

      *    Upper case, everything but letters and digits blanked,
      *    cut into words, titles dropped, the words sorted and
      *    joined with single spaces.
       BUILD-NAME-KEY.
           MOVE FUNCTION UPPER-CASE(WS-NAME-IN) TO WS-NAME-IN.
           PERFORM VARYING WS-NAME-IDX FROM 1 BY 1
                   UNTIL WS-NAME-IDX > 50
               IF (WS-NAME-IN(WS-NAME-IDX:1) < 'A'
                   OR WS-NAME-IN(WS-NAME-IDX:1) > 'Z')
                   AND (WS-NAME-IN(WS-NAME-IDX:1) < '0'
                   OR WS-NAME-IN(WS-NAME-IDX:1) > '9')
                   MOVE SPACE TO WS-NAME-IN(WS-NAME-IDX:1)
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-NAME-WORDS.
           MOVE 0 TO WS-WORD-COUNT.
           UNSTRING WS-NAME-IN DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD(1) WS-NAME-WORD(2) WS-NAME-WORD(3)
                    WS-NAME-WORD(4) WS-NAME-WORD(5) WS-NAME-WORD(6)
           END-UNSTRING.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 6
               PERFORM VARYING WS-TITLE-IDX FROM 1 BY 1
                       UNTIL WS-TITLE-IDX > 5
                   IF WS-NAME-WORD(WS-WORD-IDX)
                       = WS-TITLE-ENTRY(WS-TITLE-IDX)
                       MOVE SPACES TO WS-NAME-WORD(WS-WORD-IDX)
                   END-IF
               END-PERFORM
           END-PERFORM.
      *    Blank words sort to the front and drop out of the join.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 5
               PERFORM VARYING WS-SORT-IDX FROM 1 BY 1
                       UNTIL WS-SORT-IDX > 6 - WS-WORD-IDX
                   IF WS-NAME-WORD(WS-SORT-IDX)
                       > WS-NAME-WORD(WS-SORT-IDX + 1)
                       MOVE WS-NAME-WORD(WS-SORT-IDX) TO WS-WORD-HOLD
                       MOVE WS-NAME-WORD(WS-SORT-IDX + 1)
                           TO WS-NAME-WORD(WS-SORT-IDX)
                       MOVE WS-WORD-HOLD
                           TO WS-NAME-WORD(WS-SORT-IDX + 1)
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE SPACES TO WS-NAME-KEY.
           MOVE 1 TO WS-NAME-PTR.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 6
               IF WS-NAME-WORD(WS-WORD-IDX) NOT = SPACES
                   ADD 1 TO WS-WORD-COUNT
                   IF WS-NAME-PTR > 1 AND WS-NAME-PTR < 60
                       ADD 1 TO WS-NAME-PTR
                   END-IF
                   IF WS-NAME-PTR < 60
                       STRING WS-NAME-WORD(WS-WORD-IDX)
                           DELIMITED BY SPACE
                           INTO WS-NAME-KEY
                           WITH POINTER WS-NAME-PTR
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

      *    The cross-reference is asked first: a source ID already
      *    tied to a customer needs no name matching at all.
       MATCH-ONE-RECORD.
           MOVE SPACES TO WS-MATCH-CLASS.
           MOVE SPACES TO WS-MATCH-REASON.
           MOVE 0 TO WS-CAND-COUNT.
           MOVE SPACES TO WS-CANDIDATES.
           MOVE ACC-NAME TO WS-NAME-IN.
           PERFORM BUILD-NAME-KEY.
           MOVE WS-NAME-KEY TO WS-FEED-NAME-KEY.
           MOVE WS-NAME-WORDS TO WS-FEED-WORDS.
           MOVE WS-WORD-COUNT TO WS-FEED-WORD-COUNT.
           IF ACC-BIRTH-DATE IS NOT NUMERIC
               MOVE SPACES TO ACC-BIRTH-DATE
           END-IF.

           IF ACC-SOURCE-ID NOT = SPACES
               PERFORM CHECK-XREF-LINK
           END-IF.
           IF WS-MATCH-CLASS = SPACES
               PERFORM SCAN-MATCH-TABLE
               PERFORM DECIDE-MATCH-CLASS
           END-IF.

           EVALUATE WS-MATCH-CLASS
               WHEN 'EXISTING'
                   ADD 1 TO WS-CLASS-EXISTING
               WHEN 'QUEUED'
                   ADD 1 TO WS-CLASS-QUEUED
               WHEN 'NEW'
                   PERFORM QUEUE-NEW-CUSTOMER
               WHEN OTHER
                   PERFORM LIST-FOR-REVIEW
           END-EVALUATE.

      *    A link to a customer no longer on file is either a new
      *    customer still waiting for CUSTOMER-LOAD ('N' - nothing
      *    more to write) or one since purged, which is matched
      *    afresh by name.
       CHECK-XREF-LINK.
           MOVE ACC-SOURCE-ID TO XRF-SOURCE-ID.
           MOVE ACC-BIRTH-DATE TO XRF-BIRTH-DATE.
           READ XREF-FILE.
           IF WS-XREF-STATUS = '00'
               MOVE XRF-CUST-ID TO CUST-ID
               READ CUSTOMER-FILE
               IF WS-CUST-STATUS = '00'
                   IF CUST-STATUS = 'ARCHIVED'
                       MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
                       MOVE 'LINKED CUSTOMER IS ARCHIVED'
                           TO WS-MATCH-REASON
                       MOVE 1 TO WS-CAND-COUNT
                       MOVE CUST-ID TO WS-CAND-ID(1)
                   ELSE
                       MOVE 'EXISTING' TO WS-MATCH-CLASS
                   END-IF
               ELSE
                   IF XRF-LINK-TYPE = 'N'
                       MOVE 'QUEUED' TO WS-MATCH-CLASS
                   END-IF
               END-IF
           END-IF.

      *    Same name key and birth date is an exact match. The same
      *    name with a different (or missing) birth date, or the
      *    same birth date with at least one name word in common,
      *    is close enough that a person should decide.
       SCAN-MATCH-TABLE.
           MOVE 0 TO WS-EXACT-COUNT.
           MOVE 0 TO WS-PARTIAL-COUNT.
           MOVE SPACES TO WS-EXACT-ID.
           MOVE SPACES TO WS-EXACT-STATUS.
           MOVE SPACES TO WS-PARTIAL-REASON.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               IF WS-MC-NAME-KEY(WS-CUST-IDX) = WS-FEED-NAME-KEY
                   AND WS-FEED-NAME-KEY NOT = SPACES
                   IF WS-MC-BIRTH-DATE(WS-CUST-IDX) = ACC-BIRTH-DATE
                       AND ACC-BIRTH-DATE NOT = SPACES
                       ADD 1 TO WS-EXACT-COUNT
                       MOVE WS-MC-ID(WS-CUST-IDX) TO WS-EXACT-ID
                       MOVE WS-MC-STATUS(WS-CUST-IDX)
                           TO WS-EXACT-STATUS
                       PERFORM NOTE-CANDIDATE
                   ELSE
                       ADD 1 TO WS-PARTIAL-COUNT
                       IF WS-PARTIAL-REASON = SPACES
                           MOVE 'SAME NAME, BIRTH DATE DIFFERS'
                               TO WS-PARTIAL-REASON
                       END-IF
                       PERFORM NOTE-CANDIDATE
                   END-IF
               ELSE
                   IF WS-MC-BIRTH-DATE(WS-CUST-IDX) = ACC-BIRTH-DATE
                       AND ACC-BIRTH-DATE NOT = SPACES
                       PERFORM CHECK-SHARED-WORD
                       IF WS-WORD-SHARED = 'YES'
                           ADD 1 TO WS-PARTIAL-COUNT
                           IF WS-PARTIAL-REASON = SPACES
                               MOVE 'SAME BIRTH DATE, SIMILAR NAME'
                                   TO WS-PARTIAL-REASON
                           END-IF
                           PERFORM NOTE-CANDIDATE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       NOTE-CANDIDATE.
           IF WS-CAND-COUNT < 3
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-MC-ID(WS-CUST-IDX) TO WS-CAND-ID(WS-CAND-COUNT)
           END-IF.

       CHECK-SHARED-WORD.
           MOVE 'NO' TO WS-WORD-SHARED.
           MOVE SPACES TO WS-CAND-WORDS.
           UNSTRING WS-MC-NAME-KEY(WS-CUST-IDX) DELIMITED BY SPACE
               INTO WS-CAND-WORD(1) WS-CAND-WORD(2) WS-CAND-WORD(3)
                    WS-CAND-WORD(4) WS-CAND-WORD(5) WS-CAND-WORD(6)
           END-UNSTRING.
           PERFORM VARYING WS-WORD-IDX FROM 1 BY 1
                   UNTIL WS-WORD-IDX > 6 OR WS-WORD-SHARED = 'YES'
               IF WS-FEED-WORD(WS-WORD-IDX) NOT = SPACES
                   PERFORM VARYING WS-CAND-IDX FROM 1 BY 1
                           UNTIL WS-CAND-IDX > 6
                       IF WS-FEED-WORD(WS-WORD-IDX)
                           = WS-CAND-WORD(WS-CAND-IDX)
                           MOVE 'YES' TO WS-WORD-SHARED
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       DECIDE-MATCH-CLASS.
           EVALUATE TRUE
               WHEN WS-EXACT-COUNT = 1 AND WS-EXACT-STATUS = 'ARCHIVED'
                   MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
                   MOVE 'MATCHES AN ARCHIVED CUSTOMER'
                       TO WS-MATCH-REASON
               WHEN WS-EXACT-COUNT = 1
                   MOVE 'EXISTING' TO WS-MATCH-CLASS
                   IF ACC-SOURCE-ID NOT = SPACES
                       MOVE WS-EXACT-ID TO WS-NEW-CUST-ID
                       MOVE 'M' TO XRF-LINK-TYPE
                       PERFORM WRITE-XREF-LINK
                   END-IF
               WHEN WS-EXACT-COUNT > 1
                   MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
                   MOVE 'SEVERAL CUSTOMERS MATCH NAME AND BIRTH'
                       TO WS-MATCH-REASON
               WHEN WS-PARTIAL-COUNT > 0
                   MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
                   MOVE WS-PARTIAL-REASON TO WS-MATCH-REASON
               WHEN ACC-BIRTH-DATE = SPACES
                   MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
                   MOVE 'NO CUSTOMER MATCH - NO BIRTH DATE TO LOAD'
                       TO WS-MATCH-REASON
               WHEN OTHER
                   MOVE 'NEW' TO WS-MATCH-CLASS
           END-EVALUATE.

      *    A CUST-ID is only handed out once the KSDS says it is
      *    free - a hand-keyed account may already have taken it.
       QUEUE-NEW-CUSTOMER.
           MOVE 'NO' TO WS-ID-FREE.
           PERFORM UNTIL WS-ID-FREE = 'YES' OR WS-ID-ISSUED = 'NO'
               PERFORM NEXT-CUST-ID
               IF WS-ID-ISSUED = 'YES'
                   MOVE WS-NEW-CUST-ID TO CUST-ID
                   READ CUSTOMER-FILE
                   IF WS-CUST-STATUS = '23'
                       MOVE 'YES' TO WS-ID-FREE
                   END-IF
               END-IF
           END-PERFORM.
      *    With no ID to give, the person waits on the review list
      *    instead - tonight's later newcomers go the same way.
           IF WS-ID-ISSUED = 'NO'
               MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
               MOVE SPACES TO WS-MATCH-REASON
               STRING 'NEW - NO CUSTOMER ID ISSUED RC='
                   CID-RETURN-CODE DELIMITED BY SIZE
                   INTO WS-MATCH-REASON
               PERFORM LIST-FOR-REVIEW
           ELSE
               PERFORM WRITE-NEW-LOAD-ROW
           END-IF.

       WRITE-NEW-LOAD-ROW.
           MOVE SPACES TO LOAD-RECORD.
           MOVE WS-NEW-CUST-ID TO LD-CUST-ID.
           MOVE ACC-NAME TO LD-NAME.
           MOVE WS-FEED-REGION TO LD-REGION.
           MOVE ACC-BIRTH-DATE TO LD-BIRTH-DATE.
           MOVE 'F' TO LD-ORIGIN.
           WRITE LOAD-RECORD.
           IF WS-LOAD-STATUS = '00'
               ADD 1 TO WS-CLASS-NEW
               IF ACC-SOURCE-ID NOT = SPACES
                   MOVE 'N' TO XRF-LINK-TYPE
                   PERFORM WRITE-XREF-LINK
               END-IF
      *        Tonight's later records see tonight's new people, so
      *        one person on two feeds is not queued twice.
               IF WS-CUST-COUNT < 5000
                   ADD 1 TO WS-CUST-COUNT
                   MOVE WS-NEW-CUST-ID TO WS-MC-ID(WS-CUST-COUNT)
                   MOVE WS-FEED-NAME-KEY
                       TO WS-MC-NAME-KEY(WS-CUST-COUNT)
                   MOVE ACC-BIRTH-DATE
                       TO WS-MC-BIRTH-DATE(WS-CUST-COUNT)
                   MOVE 'ACTIVE' TO WS-MC-STATUS(WS-CUST-COUNT)
               END-IF
           ELSE
               MOVE 'AMBIGUOUS' TO WS-MATCH-CLASS
               MOVE SPACES TO WS-MATCH-REASON
               STRING 'NEW - CUSTLOAD.DAT WRITE FAILED STATUS='
                   WS-LOAD-STATUS DELIMITED BY SIZE
                   INTO WS-MATCH-REASON
               PERFORM LIST-FOR-REVIEW
           END-IF.

      *    Caller has set XRF-LINK-TYPE and the CUST-ID in
      *    WS-NEW-CUST-ID. A link that will not write costs only the
      *    shortcut next time - the name match still finds them.
       WRITE-XREF-LINK.
           MOVE ACC-SOURCE-ID TO XRF-SOURCE-ID.
           MOVE ACC-BIRTH-DATE TO XRF-BIRTH-DATE.
           MOVE WS-NEW-CUST-ID TO XRF-CUST-ID.
           MOVE WS-RUN-DATE TO XRF-LINKED-DATE.
           WRITE FEED-XREF-RECORD
               INVALID KEY
                   REWRITE FEED-XREF-RECORD
           END-WRITE.
           IF WS-XREF-STATUS NOT = '00'
               ADD 1 TO WS-XREF-FAILURES
               DISPLAY 'WARNING: FEEDXREF.KSDS LINK NOT WRITTEN FOR '
                   ACC-SOURCE-ID ' STATUS=' WS-XREF-STATUS
           END-IF.

      *    A counter that refuses once is not asked again tonight;
      *    the failure is logged once.
       NEXT-CUST-ID.
           MOVE SPACES TO WS-NEW-CUST-ID.
           IF WS-ID-ISSUED = 'YES'
               MOVE 'A' TO CID-FUNCTION
               CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY
               IF CID-RETURN-CODE = '00'
                   MOVE CID-CUST-ID TO WS-NEW-CUST-ID
               ELSE
                   MOVE 'NO' TO WS-ID-ISSUED
                   MOVE 'FEEDMTCH' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E181' TO ERR-CODE
                   MOVE 'ERROR' TO ERR-SEVERITY
                   STRING 'CUSTOMER-ID-SERVICE RC=' CID-RETURN-CODE
                       ' - NEW PEOPLE LISTED FOR REVIEW'
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               END-IF
           END-IF.

       LIST-FOR-REVIEW.
           ADD 1 TO WS-CLASS-AMBIGUOUS.
           MOVE ACC-NAME TO RL-NAME.
           MOVE ACC-SOURCE-ID TO RL-SOURCE-ID.
           MOVE ACC-BIRTH-DATE TO RL-BIRTH-DATE.
           MOVE WS-MATCH-REASON TO RL-REASON.
           MOVE WS-CAND-ID(1) TO RL-CANDIDATE-1.
           MOVE WS-CAND-ID(2) TO RL-CANDIDATE-2.
           MOVE WS-CAND-ID(3) TO RL-CANDIDATE-3.
           MOVE WS-REVIEW-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE 'ACCEPTED FEED RECORDS READ:' TO TL-LABEL.
           MOVE WS-RECORDS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE 'EXISTING CUSTOMERS:' TO TL-LABEL.
           MOVE WS-CLASS-EXISTING TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE 'NEW - WRITTEN TO CUSTLOAD.DAT:' TO TL-LABEL.
           MOVE WS-CLASS-NEW TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE 'NEW - ALREADY WAITING TO LOAD:' TO TL-LABEL.
           MOVE WS-CLASS-QUEUED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           MOVE 'AMBIGUOUS - LISTED FOR REVIEW:' TO TL-LABEL.
           MOVE WS-CLASS-AMBIGUOUS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO REVIEW-REPORT-RECORD.
           WRITE REVIEW-REPORT-RECORD.
           IF WS-CLASS-NEW > 0 AND WS-REGION-OK = 'NO'
               MOVE SPACES TO REVIEW-REPORT-RECORD
               STRING 'NEW CUSTOMERS WRITTEN WITHOUT A REGION - SET '
                   'LD-REGION ON THEIR CUSTLOAD.DAT ROWS BEFORE '
                   'CUSTOMER-LOAD' DELIMITED BY SIZE
                   INTO REVIEW-REPORT-RECORD
               WRITE REVIEW-REPORT-RECORD
           END-IF.
