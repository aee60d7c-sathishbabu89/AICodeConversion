       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMANT-USER-SWEEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The USER-FILE dataset LOGIN and USER-ADMIN reach online,
      *    read end to end and rewritten in place.
           SELECT USER-FILE ASSIGN TO 'USER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS USR-USERNAME
           FILE STATUS IS WS-USER-STATUS.
           SELECT DORMANT-REPORT ASSIGN TO 'DORMUSER.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-FILE.
       COPY "USERREC.cpy".

       FD DORMANT-REPORT.
       01 DORMANT-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-USER-STATUS   PIC XX.
       01 WS-RPT-STATUS    PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-REWRITE-FAILED PIC X(3) VALUE 'NO'.

      *    Listed once idle past the warning age so the owner can
      *    be chased; switched off once past the disable age.
       01 WS-WARN-DAYS     PIC 9(3) VALUE 60.
       01 WS-DISABLE-DAYS  PIC 9(3) VALUE 90.

       01 WS-TODAY-DATE    PIC 9(8).
       01 WS-SIGNON-DATE   PIC 9(8).
       01 WS-IDLE-DAYS     PIC S9(7) VALUE 0.

       01 WS-COUNTERS.
           05 WS-USERS-READ       PIC 9(7) VALUE 0.
           05 WS-ALREADY-DISABLED PIC 9(7) VALUE 0.
           05 WS-GRACE-STAMPED    PIC 9(7) VALUE 0.
           05 WS-IDLE-WARNED      PIC 9(7) VALUE 0.
           05 WS-IDLE-DISABLED    PIC 9(7) VALUE 0.

       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".

       01 WS-HEADING-LINE.
           05 FILLER          PIC X(30)
               VALUE 'DORMANT USER ACCOUNTS - RUN '.
           05 RH-RUN-DATE     PIC X(8).
           05 FILLER          PIC X(94) VALUE SPACES.

       01 WS-COLUMN-LINE.
           05 FILLER          PIC X(22) VALUE 'ACCOUNT'.
           05 FILLER          PIC X(14) VALUE 'LAST SIGNON'.
           05 FILLER          PIC X(11) VALUE 'IDLE DAYS'.
           05 FILLER          PIC X(9)  VALUE 'PROFILE'.
           05 FILLER          PIC X(30) VALUE 'ACTION'.
           05 FILLER          PIC X(46) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-USERNAME     PIC X(20).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DL-SIGNON-DATE  PIC X(8).
           05 FILLER          PIC X(6) VALUE SPACES.
           05 DL-IDLE-DAYS    PIC ZZZ,ZZ9.
           05 FILLER          PIC X(4) VALUE SPACES.
           05 DL-PROFILE      PIC X(4).
           05 FILLER          PIC X(5) VALUE SPACES.
           05 DL-ACTION       PIC X(30).
           05 FILLER          PIC X(46) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(40).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(85) VALUE SPACES.

      * Leavers' accounts used to stay usable until someone
      * remembered to disable them. LOGIN now stamps each account
      * with the date of its last good signon, and this weekly job
      * reads every account on USER-FILE: one idle 60 days or more
      * is listed for follow-up, one idle 90 days or more is
      * disabled - USR-DISABLED-FLAG set to 'Y', exactly what
      * USER-ADMIN's disable does, so LOGIN refuses it and only a
      * USER-ADMIN re-enable brings it back - and each disable is
      * written to the audit trail as a DISABLE against the
      * account. Accounts already disabled are counted and left
      * alone. An account with no stamp yet (written before LOGIN
      * stamped one, and not signed on since) is stamped with
      * today's date rather than judged, so it gets the full
      * ninety days from the first run. Runs while the online
      * region is down, same as the other USER-FILE batch work.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.

           OPEN I-O USER-FILE.
           IF WS-USER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN USER-FILE STATUS='
                   WS-USER-STATUS
               MOVE 'DORMUSR' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E140' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN USER-FILE STATUS='
                   WS-USER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT DORMANT-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN DORMUSER.RPT STATUS='
                   WS-RPT-STATUS
               CLOSE USER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE WS-TODAY-DATE TO RH-RUN-DATE.
           MOVE WS-HEADING-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE WS-COLUMN-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ USER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-USERS-READ
                       PERFORM CHECK-ACCOUNT-IDLE
               END-READ
           END-PERFORM.
           CLOSE USER-FILE.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE DORMANT-REPORT.

           DISPLAY 'DORMANT-USER-SWEEP - ' WS-USERS-READ
               ' ACCOUNTS, ' WS-IDLE-WARNED ' IDLE, '
               WS-IDLE-DISABLED ' DISABLED, ' WS-GRACE-STAMPED
               ' GIVEN GRACE'.
           IF WS-REWRITE-FAILED = 'YES'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    A stamp that is not a date is treated as no stamp.
       CHECK-ACCOUNT-IDLE.
           IF USR-DISABLED-FLAG = 'Y'
               ADD 1 TO WS-ALREADY-DISABLED
           ELSE
               IF USR-LAST-SIGNON-DATE IS NUMERIC
                   AND USR-LAST-SIGNON-DATE > '19000101'
                   AND USR-LAST-SIGNON-DATE <= WS-TODAY-DATE
                   MOVE USR-LAST-SIGNON-DATE TO WS-SIGNON-DATE
                   COMPUTE WS-IDLE-DAYS =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                       FUNCTION INTEGER-OF-DATE(WS-SIGNON-DATE)
                   IF WS-IDLE-DAYS >= WS-DISABLE-DAYS
                       PERFORM DISABLE-IDLE-ACCOUNT
                   ELSE
                       IF WS-IDLE-DAYS >= WS-WARN-DAYS
                           ADD 1 TO WS-IDLE-WARNED
                           MOVE 'IDLE - DISABLE DUE AT 90 DAYS'
                               TO DL-ACTION
                           PERFORM WRITE-DETAIL-LINE
                       END-IF
                   END-IF
               ELSE
                   PERFORM START-GRACE-PERIOD
               END-IF
           END-IF.

       DISABLE-IDLE-ACCOUNT.
           MOVE 'Y' TO USR-DISABLED-FLAG.
           REWRITE USER-RECORD.
           IF WS-USER-STATUS = '00'
               ADD 1 TO WS-IDLE-DISABLED
               MOVE 'DISABLED' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               MOVE 'DORMUSR' TO AUD-PROGRAM-ID
               MOVE 'BATCH' TO AUD-SOURCE-ID
               MOVE USR-USERNAME(1:10) TO AUD-ENTITY-ID
               MOVE 'DISABLE' TO AUD-ACTION
               MOVE 'Dormant 90 Days - Disabled' TO AUD-RESULT
               MOVE SPACES TO AUD-TIMESTAMP
               CALL 'AUDIT-TRAIL' USING WS-AUDIT-ENTRY
           ELSE
               MOVE 'DISABLE FAILED - SEE ERROR LOG' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               PERFORM LOG-REWRITE-FAILURE
           END-IF.

       START-GRACE-PERIOD.
           MOVE WS-TODAY-DATE TO USR-LAST-SIGNON-DATE.
           REWRITE USER-RECORD.
           IF WS-USER-STATUS = '00'
               ADD 1 TO WS-GRACE-STAMPED
           ELSE
               MOVE 0 TO WS-IDLE-DAYS
               MOVE 'GRACE STAMP FAILED - SEE ERROR LOG' TO DL-ACTION
               PERFORM WRITE-DETAIL-LINE
               PERFORM LOG-REWRITE-FAILURE
           END-IF.

       WRITE-DETAIL-LINE.
           MOVE USR-USERNAME TO DL-USERNAME.
           MOVE USR-LAST-SIGNON-DATE TO DL-SIGNON-DATE.
           MOVE WS-IDLE-DAYS TO DL-IDLE-DAYS.
           MOVE USR-AUTH-PROFILE TO DL-PROFILE.
           MOVE WS-DETAIL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.

       LOG-REWRITE-FAILURE.
           MOVE 'YES' TO WS-REWRITE-FAILED.
           DISPLAY 'ERROR: USER-FILE REWRITE FAILED FOR '
               USR-USERNAME ' STATUS=' WS-USER-STATUS.
           MOVE 'DORMUSR' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E141' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'USER-FILE REWRITE FAILED FOR ' USR-USERNAME
               ' STATUS=' WS-USER-STATUS DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'ACCOUNTS READ:' TO TL-LABEL.
           MOVE WS-USERS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'ALREADY DISABLED:' TO TL-LABEL.
           MOVE WS-ALREADY-DISABLED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'IDLE 60 DAYS OR MORE - LISTED:' TO TL-LABEL.
           MOVE WS-IDLE-WARNED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'IDLE 90 DAYS OR MORE - DISABLED:' TO TL-LABEL.
           MOVE WS-IDLE-DISABLED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
           MOVE 'NO SIGNON STAMP - GRACE PERIOD STARTED:' TO TL-LABEL.
           MOVE WS-GRACE-STAMPED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO DORMANT-REPORT-RECORD.
           WRITE DORMANT-REPORT-RECORD.
