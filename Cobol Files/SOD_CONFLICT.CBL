       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOD-CONFLICT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULES-FILE ASSIGN TO 'SODRULES.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULES-STATUS.
      *    The same account file LOGIN and USER-ADMIN reach as the
      *    USER-FILE dataset, read end to end here.
           SELECT USER-FILE ASSIGN TO 'USER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USER-STATUS.
           SELECT AUDIT-TRAIL-FILE ASSIGN TO 'AUDITTRL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.
      *    One generation per period - SODCONF.<yyyymm>.RPT - so
      *    the months internal audit collects each quarter are all
      *    still there.
           SELECT SOD-REPORT-FILE ASSIGN TO WS-REPORT-DSN
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SOD-RULES-FILE.
       COPY "SODRULE.cpy".

       FD USER-FILE.
       COPY "USERREC.cpy".

      *    Same fixed offsets AUDIT-TRAIL writes and AUDIT-REPORT
      *    reads back.
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

       FD SOD-REPORT-FILE.
       01 SOD-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-RULES-STATUS  PIC XX.
       01 WS-USER-STATUS   PIC XX.
       01 WS-AUDIT-STATUS  PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-REPORT-DSN    PIC X(40).
       01 WS-TODAY-DATE    PIC X(8).
       01 WS-INCOMPLETE    PIC X(3) VALUE 'NO'.

       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).

      *    The period is the calendar month named by PERIOD=YYYYMM
      *    - by default the month just ended - and MONTHS=n widens
      *    it to the n months ending there, so the quarter audit
      *    asks for is one run with MONTHS=3.
       01 WS-PERIOD-TO     PIC X(6).
       01 WS-PERIOD-FROM   PIC X(6).
       01 WS-PERIOD-VALID  PIC X(3) VALUE 'NO'.
       01 WS-MONTHS-TEXT   PIC X(2).
       01 WS-MONTHS        PIC 9(2) VALUE 1.
       01 WS-MONTH-IDX     PIC 9(2) VALUE 0.
       01 WS-YYYYMM.
           05 WS-YM-YEAR   PIC 9(4).
           05 WS-YM-MONTH  PIC 9(2).

       01 WS-RULE-COUNT    PIC 9(3) VALUE 0.
       01 WS-RULE-IDX      PIC 9(3) VALUE 0.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50 TIMES.
               10 WS-RL-ID          PIC X(6).
               10 WS-RL-TYPE        PIC X(1).
               10 WS-RL-GROUP-1     PIC X(1).
               10 WS-RL-GROUP-2     PIC X(1).
               10 WS-RL-PROGRAM-1   PIC X(8).
               10 WS-RL-ACTION-1    PIC X(10).
               10 WS-RL-PROGRAM-2   PIC X(8).
               10 WS-RL-ACTION-2    PIC X(10).
               10 WS-RL-DESCRIPTION PIC X(40).

      *    An account whose four profile bytes are all blank
      *    predates the profile and is unrestricted - it holds
      *    every group, so it is judged as YYYY.
       01 WS-USER-PROFILE  PIC X(4).
       01 WS-GROUP-CODE    PIC X(1).
       01 WS-GROUP-HELD    PIC X(3).
       01 WS-GROUP-1-HELD  PIC X(3).

      *    Who did which side of each activity rule to what, this
      *    period - one row per user, entity and rule, holding when
      *    each side was first done.
       01 WS-ACT-COUNT     PIC 9(5) VALUE 0.
       01 WS-ACT-IDX       PIC 9(5) VALUE 0.
       01 WS-FOUND-IDX     PIC 9(5) VALUE 0.
       01 WS-ACT-TABLE-FULL PIC X(3) VALUE 'NO'.
       01 WS-ACT-TABLE.
           05 WS-ACT-ENTRY OCCURS 5000 TIMES.
               10 WS-AC-USER        PIC X(20).
               10 WS-AC-ENTITY      PIC X(10).
               10 WS-AC-RULE        PIC 9(3).
               10 WS-AC-SIDE-1-AT   PIC X(26).
               10 WS-AC-SIDE-2-AT   PIC X(26).
       01 WS-SIDE-MATCHED  PIC X(3).
       01 WS-MATCH-PROGRAM PIC X(8).
       01 WS-MATCH-ACTION  PIC X(10).

       01 WS-COUNTERS.
           05 WS-USERS-READ         PIC 9(7) VALUE 0.
           05 WS-PROFILE-CONFLICTS  PIC 9(7) VALUE 0.
           05 WS-AUDIT-READ         PIC 9(7) VALUE 0.
           05 WS-AUDIT-IN-PERIOD    PIC 9(7) VALUE 0.
           05 WS-SELF-ACTIONS       PIC 9(7) VALUE 0.
           05 WS-ACTIVITY-CONFLICTS PIC 9(7) VALUE 0.

       COPY "ERRLOG.cpy".

       01 WS-HEADING-LINE.
           05 FILLER          PIC X(34)
               VALUE 'SEGREGATION OF DUTIES CONFLICTS - '.
           05 FILLER          PIC X(8) VALUE 'PERIOD '.
           05 RH-PERIOD-FROM  PIC X(6).
           05 FILLER          PIC X(4) VALUE ' TO '.
           05 RH-PERIOD-TO    PIC X(6).
           05 FILLER          PIC X(10) VALUE '  RUN ON '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(56) VALUE SPACES.

       01 WS-SECTION-LINE.
           05 SH-TITLE        PIC X(60).
           05 FILLER          PIC X(72) VALUE SPACES.

       01 WS-PROFILE-HEAD.
           05 FILLER          PIC X(22) VALUE 'ACCOUNT'.
           05 FILLER          PIC X(9)  VALUE 'PROFILE'.
           05 FILLER          PIC X(10) VALUE 'STATUS'.
           05 FILLER          PIC X(8)  VALUE 'RULE'.
           05 FILLER          PIC X(40) VALUE 'CONFLICT'.
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-PROFILE-LINE.
           05 PL-USERNAME     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-PROFILE      PIC X(4).
           05 FILLER          PIC X(5) VALUE SPACES.
           05 PL-STATUS       PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-RULE-ID      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 PL-DESCRIPTION  PIC X(40).
           05 FILLER          PIC X(43) VALUE SPACES.

       01 WS-ACTIVITY-HEAD.
           05 FILLER          PIC X(22) VALUE 'USER'.
           05 FILLER          PIC X(12) VALUE 'ENTITY'.
           05 FILLER          PIC X(8)  VALUE 'RULE'.
           05 FILLER          PIC X(28) VALUE 'FIRST SIDE AT'.
           05 FILLER          PIC X(28) VALUE 'SECOND SIDE AT'.
           05 FILLER          PIC X(34) VALUE SPACES.

       01 WS-ACTIVITY-LINE.
           05 AX-USER         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-ENTITY       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-RULE-ID      PIC X(6).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-FIRST-AT     PIC X(26).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 AX-SECOND-AT    PIC X(26).
           05 FILLER          PIC X(36) VALUE SPACES.

       01 WS-RULE-TEXT-LINE.
           05 FILLER          PIC X(34) VALUE SPACES.
           05 RT-DESCRIPTION  PIC X(40).
           05 FILLER          PIC X(58) VALUE SPACES.

       01 WS-SELF-HEAD.
           05 FILLER          PIC X(22) VALUE 'USER'.
           05 FILLER          PIC X(10) VALUE 'PROGRAM'.
           05 FILLER          PIC X(12) VALUE 'ACTION'.
           05 FILLER          PIC X(28) VALUE 'AT'.
           05 FILLER          PIC X(8)  VALUE 'RULE'.
           05 FILLER          PIC X(52) VALUE SPACES.

       01 WS-SELF-LINE.
           05 SL-USER         PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-PROGRAM      PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-ACTION       PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-TIMESTAMP    PIC X(26).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 SL-RULE-ID      PIC X(6).
           05 FILLER          PIC X(54) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(85) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * USER-ADMIN will set any mix of the four groups on one
      * account, so nothing stops the same person maintaining a
      * customer, adjusting its balance and granting themselves the
      * access to do it. This monthly report holds every USER-FILE
      * account's profile against internal audit's rules table
      * (SODRULES.DAT) and lists the accounts holding groups a rule
      * says must not be combined. It then reads the period's
      * entries in AUDITTRL.DAT for what actually happened: the
      * same user doing both sides of an activity rule on the same
      * customer or account, and users acting on their own account
      * (granting their own profile, re-enabling themselves).
      * Activity is judged on what the trail records as done - a
      * transaction SESSION-CHECK refused is a DENIED entry and
      * matches no rule unless audit writes one for it.
      *
      * Run as a scheduled job once the month has closed, so the
      * last online day's AUDT entries have been drained into the
      * trail; internal audit's quarterly copy is MONTHS=3.
      * Findings are the report's purpose, not a failure - RC 4
      * means the report is incomplete (no user file, or more
      * activity than one run tracks), RC 8 that it could not run.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM PARSE-RUN-PARAMETERS.
           PERFORM SET-PERIOD.
           DISPLAY 'SOD-CONFLICT-REPORT - PERIOD ' WS-PERIOD-FROM
               ' TO ' WS-PERIOD-TO.

           PERFORM LOAD-SOD-RULES.
           IF WS-RULE-COUNT = 0
               DISPLAY 'ERROR: NO SEGREGATION RULES IN SODRULES.DAT '
                   'STATUS=' WS-RULES-STATUS
               MOVE 'SODCONF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E137' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'NO SEGREGATION RULES IN SODRULES.DAT STATUS='
                   WS-RULES-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES TO WS-REPORT-DSN.
           STRING 'SODCONF.' WS-PERIOD-TO '.RPT'
               DELIMITED BY SIZE INTO WS-REPORT-DSN.
           OPEN OUTPUT SOD-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ' WS-REPORT-DSN
                   ' STATUS=' WS-RPT-STATUS
               MOVE 'SODCONF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E138' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN SODCONF REPORT STATUS='
                   WS-RPT-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-PERIOD-FROM TO RH-PERIOD-FROM.
           MOVE WS-PERIOD-TO TO RH-PERIOD-TO.
           MOVE WS-TODAY-DATE TO RH-RUN-DATE.
           MOVE WS-HEADING-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

           PERFORM REPORT-PROFILE-CONFLICTS.
           PERFORM SCAN-AUDIT-TRAIL.
           PERFORM REPORT-ACTIVITY-CONFLICTS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE SOD-REPORT-FILE.

           DISPLAY 'SOD-CONFLICT-REPORT - PROFILE CONFLICTS '
               WS-PROFILE-CONFLICTS ' SELF-ACTIONS ' WS-SELF-ACTIONS
               ' ACTIVITY CONFLICTS ' WS-ACTIVITY-CONFLICTS.
           IF WS-INCOMPLETE = 'YES'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       PARSE-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE.
           MOVE 0 TO WS-PARM-TOKEN-COUNT.
           MOVE SPACES TO WS-PERIOD-TO.
           MOVE SPACES TO WS-MONTHS-TEXT.
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
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:7) = 'PERIOD='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(8:6)
                       TO WS-PERIOD-TO
               END-IF
               IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:7) = 'MONTHS='
                   MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(8:2)
                       TO WS-MONTHS-TEXT
               END-IF
           END-PERFORM.

      *    A PERIOD that is not a real YYYYMM falls back to the
      *    month just ended rather than reporting on nothing.
       SET-PERIOD.
           MOVE 'NO' TO WS-PERIOD-VALID.
           IF WS-PERIOD-TO IS NUMERIC
               MOVE WS-PERIOD-TO TO WS-YYYYMM
               IF WS-YM-MONTH >= 1 AND WS-YM-MONTH <= 12
                   MOVE 'YES' TO WS-PERIOD-VALID
               END-IF
           END-IF.
           IF WS-PERIOD-VALID = 'NO'
               IF WS-PERIOD-TO NOT = SPACES
                   DISPLAY 'WARNING: PERIOD=' WS-PERIOD-TO
                       ' IS NOT YYYYMM - LAST MONTH REPORTED'
               END-IF
               MOVE WS-TODAY-DATE(1:6) TO WS-YYYYMM
               PERFORM STEP-BACK-ONE-MONTH
               MOVE WS-YYYYMM TO WS-PERIOD-TO
           END-IF.

           MOVE 1 TO WS-MONTHS.
           IF WS-MONTHS-TEXT(2:1) = SPACE
               MOVE WS-MONTHS-TEXT(1:1) TO WS-MONTHS-TEXT(2:1)
               MOVE '0' TO WS-MONTHS-TEXT(1:1)
           END-IF.
           IF WS-MONTHS-TEXT IS NUMERIC
               MOVE WS-MONTHS-TEXT TO WS-MONTHS
               IF WS-MONTHS < 1 OR WS-MONTHS > 12
                   DISPLAY 'WARNING: MONTHS=' WS-MONTHS-TEXT
                       ' OUT OF RANGE 1-12 - ONE MONTH REPORTED'
                   MOVE 1 TO WS-MONTHS
               END-IF
           END-IF.

           MOVE WS-PERIOD-TO TO WS-YYYYMM.
           PERFORM VARYING WS-MONTH-IDX FROM 2 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTHS
               PERFORM STEP-BACK-ONE-MONTH
           END-PERFORM.
           MOVE WS-YYYYMM TO WS-PERIOD-FROM.

       STEP-BACK-ONE-MONTH.
           IF WS-YM-MONTH = 1
               MOVE 12 TO WS-YM-MONTH
               SUBTRACT 1 FROM WS-YM-YEAR
           ELSE
               SUBTRACT 1 FROM WS-YM-MONTH
           END-IF.

       LOAD-SOD-RULES.
           MOVE 0 TO WS-RULE-COUNT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT SOD-RULES-FILE.
           IF WS-RULES-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SOD-RULES-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           PERFORM ADD-SOD-RULE
                   END-READ
               END-PERFORM
               CLOSE SOD-RULES-FILE
           END-IF.

      *    A rule of an unknown type, or more than the table holds,
      *    is reported and passed over.
       ADD-SOD-RULE.
           IF SDR-RULE-TYPE NOT = 'P' AND SDR-RULE-TYPE NOT = 'A'
               AND SDR-RULE-TYPE NOT = 'S'
               DISPLAY 'WARNING: SODRULES.DAT RULE ' SDR-RULE-ID
                   ' HAS UNKNOWN TYPE ' SDR-RULE-TYPE ' - IGNORED'
           ELSE
               IF WS-RULE-COUNT < 50
                   ADD 1 TO WS-RULE-COUNT
                   MOVE SDR-RULE-ID TO WS-RL-ID(WS-RULE-COUNT)
                   MOVE SDR-RULE-TYPE TO WS-RL-TYPE(WS-RULE-COUNT)
                   MOVE SDR-GROUP-1 TO WS-RL-GROUP-1(WS-RULE-COUNT)
                   MOVE SDR-GROUP-2 TO WS-RL-GROUP-2(WS-RULE-COUNT)
                   MOVE SDR-PROGRAM-1
                       TO WS-RL-PROGRAM-1(WS-RULE-COUNT)
                   MOVE SDR-ACTION-1 TO WS-RL-ACTION-1(WS-RULE-COUNT)
                   MOVE SDR-PROGRAM-2
                       TO WS-RL-PROGRAM-2(WS-RULE-COUNT)
                   MOVE SDR-ACTION-2 TO WS-RL-ACTION-2(WS-RULE-COUNT)
                   MOVE SDR-DESCRIPTION
                       TO WS-RL-DESCRIPTION(WS-RULE-COUNT)
               ELSE
                   DISPLAY 'WARNING: MORE THAN 50 RULES IN '
                       'SODRULES.DAT - RULE ' SDR-RULE-ID ' IGNORED'
                   MOVE 'YES' TO WS-INCOMPLETE
               END-IF
           END-IF.

      *    Disabled accounts are still listed - a leaver's account
      *    re-enabled keeps whatever it held - but are marked so.
       REPORT-PROFILE-CONFLICTS.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'ACCOUNTS WHOSE PROFILE COMBINES CONFLICTING GROUPS'
               TO SH-TITLE.
           MOVE WS-SECTION-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-PROFILE-HEAD TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

           OPEN INPUT USER-FILE.
           IF WS-USER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN USER-FILE STATUS='
                   WS-USER-STATUS ' - PROFILES NOT CHECKED'
               MOVE 'SODCONF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E139' TO ERR-CODE
               MOVE 'ERROR' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN USER-FILE STATUS='
                   WS-USER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 'YES' TO WS-INCOMPLETE
               MOVE 'USER-FILE UNAVAILABLE - PROFILES NOT CHECKED'
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ USER-FILE NEXT RECORD
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-USERS-READ
                           PERFORM CHECK-USER-PROFILE
                   END-READ
               END-PERFORM
               CLOSE USER-FILE
           END-IF.

       CHECK-USER-PROFILE.
           MOVE USR-AUTH-PROFILE TO WS-USER-PROFILE.
           IF WS-USER-PROFILE = SPACES
               MOVE 'YYYY' TO WS-USER-PROFILE
           END-IF.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RL-TYPE(WS-RULE-IDX) = 'P'
                   MOVE WS-RL-GROUP-1(WS-RULE-IDX) TO WS-GROUP-CODE
                   PERFORM CHECK-GROUP-HELD
                   MOVE WS-GROUP-HELD TO WS-GROUP-1-HELD
                   MOVE WS-RL-GROUP-2(WS-RULE-IDX) TO WS-GROUP-CODE
                   PERFORM CHECK-GROUP-HELD
                   IF WS-GROUP-1-HELD = 'YES' AND WS-GROUP-HELD = 'YES'
                       PERFORM WRITE-PROFILE-LINE
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-GROUP-HELD.
           MOVE 'NO' TO WS-GROUP-HELD.
           EVALUATE WS-GROUP-CODE
               WHEN 'I'
                   IF WS-USER-PROFILE(1:1) = 'Y'
                       MOVE 'YES' TO WS-GROUP-HELD
                   END-IF
               WHEN 'M'
                   IF WS-USER-PROFILE(2:1) = 'Y'
                       MOVE 'YES' TO WS-GROUP-HELD
                   END-IF
               WHEN 'C'
                   IF WS-USER-PROFILE(3:1) = 'Y'
                       MOVE 'YES' TO WS-GROUP-HELD
                   END-IF
               WHEN 'A'
                   IF WS-USER-PROFILE(4:1) = 'Y'
                       MOVE 'YES' TO WS-GROUP-HELD
                   END-IF
           END-EVALUATE.

       WRITE-PROFILE-LINE.
           ADD 1 TO WS-PROFILE-CONFLICTS.
           MOVE USR-USERNAME TO PL-USERNAME.
           MOVE USR-AUTH-PROFILE TO PL-PROFILE.
           IF USR-AUTH-PROFILE = SPACES
               MOVE '----' TO PL-PROFILE
           END-IF.
           IF USR-DISABLED-FLAG = 'Y'
               MOVE 'DISABLED' TO PL-STATUS
           ELSE
               MOVE 'ACTIVE' TO PL-STATUS
           END-IF.
           MOVE WS-RL-ID(WS-RULE-IDX) TO PL-RULE-ID.
           MOVE WS-RL-DESCRIPTION(WS-RULE-IDX) TO PL-DESCRIPTION.
           MOVE WS-PROFILE-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

      *    Self-actions are listed as the trail is read; activity
      *    pairs can only be judged once the whole period is in.
       SCAN-AUDIT-TRAIL.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'USERS ACTING ON THEIR OWN ACCOUNT' TO SH-TITLE.
           MOVE WS-SECTION-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-SELF-HEAD TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

           OPEN INPUT AUDIT-TRAIL-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               DISPLAY 'WARNING: NO AUDITTRL.DAT STATUS='
                   WS-AUDIT-STATUS ' - NO ACTIVITY CHECKED'
               MOVE 'YES' TO WS-INCOMPLETE
               MOVE 'AUDITTRL.DAT UNAVAILABLE - ACTIVITY NOT CHECKED'
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           ELSE
               MOVE 'NO' TO WS-END-OF-FILE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ AUDIT-TRAIL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-AUDIT-READ
                           IF AL-TIMESTAMP(1:6) >= WS-PERIOD-FROM
                               AND AL-TIMESTAMP(1:6) <= WS-PERIOD-TO
                               ADD 1 TO WS-AUDIT-IN-PERIOD
                               PERFORM CHECK-AUDIT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-TRAIL-FILE
           END-IF.

      *    USER-ADMIN and USER-UNLOCK record the target account in
      *    the 10-byte entity field, so an account acts on itself
      *    when its name fits there and matches. Batch entries
      *    carry no user and are passed over.
       CHECK-AUDIT-ENTRY.
           IF AL-SOURCE-ID NOT = SPACES AND AL-SOURCE-ID NOT = 'BATCH'
               AND AL-ENTITY-ID NOT = SPACES
               PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                       UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   EVALUATE WS-RL-TYPE(WS-RULE-IDX)
                       WHEN 'S'
                           MOVE WS-RL-PROGRAM-1(WS-RULE-IDX)
                               TO WS-MATCH-PROGRAM
                           MOVE WS-RL-ACTION-1(WS-RULE-IDX)
                               TO WS-MATCH-ACTION
                           PERFORM MATCH-RULE-SIDE
                           IF WS-SIDE-MATCHED = 'YES'
                               AND AL-SOURCE-ID(11:10) = SPACES
                               AND AL-SOURCE-ID(1:10) = AL-ENTITY-ID
                               PERFORM WRITE-SELF-LINE
                           END-IF
                       WHEN 'A'
                           PERFORM CHECK-ACTIVITY-RULE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       MATCH-RULE-SIDE.
           MOVE 'NO' TO WS-SIDE-MATCHED.
           IF AL-ACTION = WS-MATCH-ACTION
               IF WS-MATCH-PROGRAM = SPACES
                   OR WS-MATCH-PROGRAM = AL-PROGRAM-ID
                   MOVE 'YES' TO WS-SIDE-MATCHED
               END-IF
           END-IF.

       WRITE-SELF-LINE.
           ADD 1 TO WS-SELF-ACTIONS.
           MOVE AL-SOURCE-ID TO SL-USER.
           MOVE AL-PROGRAM-ID TO SL-PROGRAM.
           MOVE AL-ACTION TO SL-ACTION.
           MOVE AL-TIMESTAMP TO SL-TIMESTAMP.
           MOVE WS-RL-ID(WS-RULE-IDX) TO SL-RULE-ID.
           MOVE WS-SELF-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.

       CHECK-ACTIVITY-RULE.
           MOVE WS-RL-PROGRAM-1(WS-RULE-IDX) TO WS-MATCH-PROGRAM.
           MOVE WS-RL-ACTION-1(WS-RULE-IDX) TO WS-MATCH-ACTION.
           PERFORM MATCH-RULE-SIDE.
           IF WS-SIDE-MATCHED = 'YES'
               PERFORM FIND-ACTIVITY-ENTRY
               IF WS-FOUND-IDX > 0
                   IF WS-AC-SIDE-1-AT(WS-FOUND-IDX) = SPACES
                       MOVE AL-TIMESTAMP
                           TO WS-AC-SIDE-1-AT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-RL-PROGRAM-2(WS-RULE-IDX) TO WS-MATCH-PROGRAM.
           MOVE WS-RL-ACTION-2(WS-RULE-IDX) TO WS-MATCH-ACTION.
           PERFORM MATCH-RULE-SIDE.
           IF WS-SIDE-MATCHED = 'YES'
               PERFORM FIND-ACTIVITY-ENTRY
               IF WS-FOUND-IDX > 0
                   IF WS-AC-SIDE-2-AT(WS-FOUND-IDX) = SPACES
                       MOVE AL-TIMESTAMP
                           TO WS-AC-SIDE-2-AT(WS-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

      *    Finds the row for this user, entity and rule, adding it
      *    when there is none yet. WS-FOUND-IDX comes back zero
      *    only when the table is full.
       FIND-ACTIVITY-ENTRY.
           MOVE 0 TO WS-FOUND-IDX.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
                   OR WS-FOUND-IDX > 0
               IF WS-AC-USER(WS-ACT-IDX) = AL-SOURCE-ID
                   AND WS-AC-ENTITY(WS-ACT-IDX) = AL-ENTITY-ID
                   AND WS-AC-RULE(WS-ACT-IDX) = WS-RULE-IDX
                   MOVE WS-ACT-IDX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = 0
               IF WS-ACT-COUNT < 5000
                   ADD 1 TO WS-ACT-COUNT
                   MOVE WS-ACT-COUNT TO WS-FOUND-IDX
                   MOVE AL-SOURCE-ID TO WS-AC-USER(WS-FOUND-IDX)
                   MOVE AL-ENTITY-ID TO WS-AC-ENTITY(WS-FOUND-IDX)
                   MOVE WS-RULE-IDX TO WS-AC-RULE(WS-FOUND-IDX)
                   MOVE SPACES TO WS-AC-SIDE-1-AT(WS-FOUND-IDX)
                   MOVE SPACES TO WS-AC-SIDE-2-AT(WS-FOUND-IDX)
               ELSE
                   IF WS-ACT-TABLE-FULL = 'NO'
                       DISPLAY 'WARNING: MORE THAN 5000 USER/ENTITY '
                           'PAIRS - LATER ACTIVITY NOT TRACKED'
                   END-IF
                   MOVE 'YES' TO WS-ACT-TABLE-FULL
                   MOVE 'YES' TO WS-INCOMPLETE
               END-IF
           END-IF.

       REPORT-ACTIVITY-CONFLICTS.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'USERS WHO DID BOTH SIDES OF A CONFLICT'
               TO SH-TITLE.
           MOVE WS-SECTION-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE WS-ACTIVITY-HEAD TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               IF WS-AC-SIDE-1-AT(WS-ACT-IDX) NOT = SPACES
                   AND WS-AC-SIDE-2-AT(WS-ACT-IDX) NOT = SPACES
                   ADD 1 TO WS-ACTIVITY-CONFLICTS
                   MOVE WS-AC-RULE(WS-ACT-IDX) TO WS-RULE-IDX
                   MOVE WS-AC-USER(WS-ACT-IDX) TO AX-USER
                   MOVE WS-AC-ENTITY(WS-ACT-IDX) TO AX-ENTITY
                   MOVE WS-RL-ID(WS-RULE-IDX) TO AX-RULE-ID
                   MOVE WS-AC-SIDE-1-AT(WS-ACT-IDX) TO AX-FIRST-AT
                   MOVE WS-AC-SIDE-2-AT(WS-ACT-IDX) TO AX-SECOND-AT
                   MOVE WS-ACTIVITY-LINE TO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
                   MOVE WS-RL-DESCRIPTION(WS-RULE-IDX)
                       TO RT-DESCRIPTION
                   MOVE WS-RULE-TEXT-LINE TO SOD-REPORT-RECORD
                   WRITE SOD-REPORT-RECORD
               END-IF
           END-PERFORM.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'RULES LOADED:' TO TL-LABEL.
           MOVE WS-RULE-COUNT TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'ACCOUNTS CHECKED:' TO TL-LABEL.
           MOVE WS-USERS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'PROFILE CONFLICTS:' TO TL-LABEL.
           MOVE WS-PROFILE-CONFLICTS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'AUDIT ENTRIES IN PERIOD:' TO TL-LABEL.
           MOVE WS-AUDIT-IN-PERIOD TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'ACTIONS ON OWN ACCOUNT:' TO TL-LABEL.
           MOVE WS-SELF-ACTIONS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           MOVE 'ACTIVITY CONFLICTS:' TO TL-LABEL.
           MOVE WS-ACTIVITY-CONFLICTS TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO SOD-REPORT-RECORD.
           WRITE SOD-REPORT-RECORD.
           IF WS-INCOMPLETE = 'YES'
               MOVE SPACES TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
               MOVE 'REPORT INCOMPLETE - SEE WARNINGS IN THE JOB LOG'
                   TO SOD-REPORT-RECORD
               WRITE SOD-REPORT-RECORD
           END-IF.
