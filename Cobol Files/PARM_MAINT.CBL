       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNPARM-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The run-parameter registry RUN-PARAMETER-SERVICE answers
      *    from, read whole and written back after each change.
           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARAMETER-FILE.
       COPY "RUNPARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUNPARM-STATUS PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-ACTION         PIC X(1).
       01 WS-TARGET-PROGRAM PIC X(20).
       01 WS-TARGET-NAME    PIC X(10).
       01 WS-TARGET-DATE    PIC X(8).
       01 WS-LIST-PROGRAM   PIC X(20).
       01 WS-NEW-VALUE      PIC X(12).
       01 WS-NEW-DESC       PIC X(30).
       01 WS-TODAY-DATE     PIC X(8).
       01 WS-RESULT-TEXT    PIC X(30) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP.
       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

      *    What the parameter was and is on the effective date, for
      *    the before/after audit pair. '(DEFAULT)' stands for no
      *    entry - the program's own built-in value.
       01 WS-BEFORE-VALUE   PIC X(12).
       01 WS-AFTER-VALUE    PIC X(12).
       01 WS-VALUE-ON-DATE  PIC X(12).
       01 WS-BEST-EFFECTIVE PIC X(8).
       01 WS-IN-EFFECT-MARK PIC X(1).

      *    Every line on RUNPARM.DAT, in file order.
       01 WS-PARM-COUNT     PIC 9(3) VALUE 0.
       01 WS-PARM-IDX       PIC 9(3) VALUE 0.
       01 WS-PARM-SLOT      PIC 9(3) VALUE 0.
       01 WS-PARM-TABLE.
           05 WS-PARM-LINE OCCURS 500 TIMES PIC X(120).

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Keeper of RUNPARM.DAT, the one registry of the tuning values
      * programs used to carry in code or take from a PARM someone
      * had to remember - MQ-RECEIVER's price tolerance and run
      * budget, SESSION-CHECK's idle limit, LOGIN's password age and
      * lockout count, CUSTOMER-PURGE's retention, FILE-PROCESSOR's
      * brackets. S sets a value for a program and parameter from
      * an effective date (blank = today) - a new entry, or a
      * replacement for one already keyed to that date; X removes
      * an entry that has not yet taken effect; L lists the
      * registry, or one program's part of it, marking the entries
      * in effect today. A change is never backdated: what a past
      * run used stays on file as it was, and a value changes by
      * keying its replacement from today or later. Changing how
      * production behaves is held to the admin authorization group
      * (SESSION-CHECK group 'A', the same gate as PERIOD-REOPEN),
      * and every change goes to AUDT as a PARM-WAS/PARM-NOW pair
      * naming the administrator, the parameter, the program and
      * the value before and after; a refused attempt is audited
      * with the reason.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM LOAD-RUN-PARAMETERS.

           DISPLAY 'Enter Action - S=Set, X=Remove Future Entry, '
               'L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'S'
                   PERFORM SET-RUN-PARAMETER
               WHEN 'X'
                   PERFORM REMOVE-RUN-PARAMETER
               WHEN 'L'
                   PERFORM LIST-RUN-PARAMETERS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be S, X or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       LOAD-RUN-PARAMETERS.
           MOVE 0 TO WS-PARM-COUNT.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WS-RUNPARM-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RUN-PARAMETER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-PARM-COUNT < 500
                               ADD 1 TO WS-PARM-COUNT
                               MOVE RUN-PARAMETER-RECORD
                                   TO WS-PARM-LINE(WS-PARM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

      *    Program, parameter and effective date identify an entry;
      *    WS-PARM-SLOT is the entry already keyed to that date, if
      *    there is one.
       ACCEPT-PARAMETER-KEY.
           DISPLAY 'Enter Program (PROGRAM-ID): '.
           ACCEPT WS-TARGET-PROGRAM.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-PROGRAM)
               TO WS-TARGET-PROGRAM.
           DISPLAY 'Enter Parameter Name: '.
           ACCEPT WS-TARGET-NAME.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-NAME)
               TO WS-TARGET-NAME.
           DISPLAY 'Enter Effective Date (YYYYMMDD, Blank = '
               'Today): '.
           ACCEPT WS-TARGET-DATE.
           IF WS-TARGET-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-TARGET-DATE
           END-IF.
           MOVE 0 TO WS-PARM-SLOT.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
                   OR WS-PARM-SLOT > 0
               MOVE WS-PARM-LINE(WS-PARM-IDX) TO RUN-PARAMETER-RECORD
               IF RPM-PROGRAM = WS-TARGET-PROGRAM
                   AND RPM-NAME = WS-TARGET-NAME
                   AND RPM-EFFECTIVE = WS-TARGET-DATE
                   MOVE WS-PARM-IDX TO WS-PARM-SLOT
               END-IF
           END-PERFORM.

       SET-RUN-PARAMETER.
           PERFORM ACCEPT-PARAMETER-KEY.
           DISPLAY 'Enter Value: '.
           ACCEPT WS-NEW-VALUE.
           MOVE FUNCTION TRIM(WS-NEW-VALUE) TO WS-NEW-VALUE.
           DISPLAY 'Enter Description (blank = keep): '.
           ACCEPT WS-NEW-DESC.
           EVALUATE TRUE
               WHEN WS-TARGET-PROGRAM = SPACES
                   OR WS-TARGET-NAME = SPACES
                   MOVE 'PROGRAM AND NAME REQUIRED'
                       TO WS-RESULT-TEXT
               WHEN WS-TARGET-DATE IS NOT NUMERIC
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT-TEXT
               WHEN WS-TARGET-DATE(5:2) < '01'
                   OR WS-TARGET-DATE(5:2) > '12'
                   OR WS-TARGET-DATE(7:2) < '01'
                   OR WS-TARGET-DATE(7:2) > '31'
                   MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT-TEXT
               WHEN WS-TARGET-DATE < WS-TODAY-DATE
                   MOVE 'EFFECTIVE DATE IS PAST' TO WS-RESULT-TEXT
               WHEN WS-NEW-VALUE = SPACES
                   MOVE 'VALUE REQUIRED' TO WS-RESULT-TEXT
               WHEN WS-PARM-SLOT = 0 AND WS-PARM-COUNT >= 500
                   MOVE 'REGISTRY FULL' TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM STORE-RUN-PARAMETER
           END-EVALUATE.
           IF WS-RESULT-TEXT NOT = 'SUCCESS'
               DISPLAY 'Parameter Not Set - ' WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       STORE-RUN-PARAMETER.
           PERFORM FIND-VALUE-ON-DATE.
           MOVE WS-VALUE-ON-DATE TO WS-BEFORE-VALUE.
           MOVE WS-NEW-VALUE TO WS-AFTER-VALUE.
           IF WS-PARM-SLOT = 0
               ADD 1 TO WS-PARM-COUNT
               MOVE WS-PARM-COUNT TO WS-PARM-SLOT
               MOVE SPACES TO RUN-PARAMETER-RECORD
               MOVE WS-TARGET-PROGRAM TO RPM-PROGRAM
               MOVE WS-TARGET-NAME TO RPM-NAME
               MOVE WS-TARGET-DATE TO RPM-EFFECTIVE
           ELSE
               MOVE WS-PARM-LINE(WS-PARM-SLOT)
                   TO RUN-PARAMETER-RECORD
           END-IF.
           MOVE WS-NEW-VALUE TO RPM-VALUE.
           IF WS-NEW-DESC NOT = SPACES
               MOVE WS-NEW-DESC TO RPM-DESCRIPTION
           END-IF.
           MOVE SESS-USERNAME TO RPM-CHANGED-BY.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RPM-CHANGED-AT.
           MOVE RUN-PARAMETER-RECORD TO WS-PARM-LINE(WS-PARM-SLOT).
           PERFORM WRITE-RUN-PARAMETERS.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Parameter Set: ' WS-TARGET-PROGRAM ' '
                   WS-TARGET-NAME ' FROM ' WS-TARGET-DATE
               DISPLAY '  WAS: ' WS-BEFORE-VALUE
                   '  NOW: ' WS-AFTER-VALUE
               PERFORM WRITE-CHANGE-AUDIT
           END-IF.

      *    Only an entry still waiting for its date can go - one
      *    already in effect is history a run may have used, and is
      *    replaced by setting a new value instead.
       REMOVE-RUN-PARAMETER.
           PERFORM ACCEPT-PARAMETER-KEY.
           EVALUATE TRUE
               WHEN WS-PARM-SLOT = 0
                   MOVE 'NOT FOUND' TO WS-RESULT-TEXT
               WHEN WS-TARGET-DATE NOT > WS-TODAY-DATE
                   MOVE 'ALREADY IN EFFECT' TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE WS-PARM-LINE(WS-PARM-SLOT)
                       TO RUN-PARAMETER-RECORD
                   MOVE RPM-VALUE TO WS-BEFORE-VALUE
                   PERFORM VARYING WS-PARM-IDX FROM WS-PARM-SLOT BY 1
                           UNTIL WS-PARM-IDX >= WS-PARM-COUNT
                       MOVE WS-PARM-LINE(WS-PARM-IDX + 1)
                           TO WS-PARM-LINE(WS-PARM-IDX)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-PARM-COUNT
                   MOVE 0 TO WS-PARM-SLOT
                   PERFORM FIND-VALUE-ON-DATE
                   MOVE WS-VALUE-ON-DATE TO WS-AFTER-VALUE
                   PERFORM WRITE-RUN-PARAMETERS
           END-EVALUATE.
           IF WS-RESULT-TEXT = 'SUCCESS'
               DISPLAY 'Parameter Entry Removed: ' WS-TARGET-PROGRAM
                   ' ' WS-TARGET-NAME ' FROM ' WS-TARGET-DATE
               DISPLAY '  WAS: ' WS-BEFORE-VALUE
                   '  NOW: ' WS-AFTER-VALUE
               PERFORM WRITE-CHANGE-AUDIT
           ELSE
               DISPLAY 'Entry Not Removed - ' WS-RESULT-TEXT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    The value the program would be given on the target date
      *    from the entries as they stand, the same choice
      *    RUN-PARAMETER-SERVICE makes.
       FIND-VALUE-ON-DATE.
           MOVE '(DEFAULT)' TO WS-VALUE-ON-DATE.
           MOVE LOW-VALUES TO WS-BEST-EFFECTIVE.
           PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > WS-PARM-COUNT
               MOVE WS-PARM-LINE(WS-PARM-IDX) TO RUN-PARAMETER-RECORD
               IF RPM-PROGRAM = WS-TARGET-PROGRAM
                   AND RPM-NAME = WS-TARGET-NAME
                   AND RPM-EFFECTIVE NOT > WS-TARGET-DATE
                   AND RPM-EFFECTIVE NOT < WS-BEST-EFFECTIVE
                   MOVE RPM-EFFECTIVE TO WS-BEST-EFFECTIVE
                   MOVE RPM-VALUE TO WS-VALUE-ON-DATE
               END-IF
           END-PERFORM.

       LIST-RUN-PARAMETERS.
           DISPLAY 'Enter Program (blank = all): '.
           ACCEPT WS-LIST-PROGRAM.
           MOVE FUNCTION UPPER-CASE(WS-LIST-PROGRAM)
               TO WS-LIST-PROGRAM.
           MOVE WS-TODAY-DATE TO WS-TARGET-DATE.
           PERFORM VARYING WS-PARM-SLOT FROM 1 BY 1
                   UNTIL WS-PARM-SLOT > WS-PARM-COUNT
               MOVE WS-PARM-LINE(WS-PARM-SLOT) TO RUN-PARAMETER-RECORD
               IF WS-LIST-PROGRAM = SPACES
                   OR RPM-PROGRAM = WS-LIST-PROGRAM
                   PERFORM LIST-ONE-PARAMETER
               END-IF
           END-PERFORM.
           DISPLAY 'ENTRIES ON REGISTRY: ' WS-PARM-COUNT
               '  (* = IN EFFECT TODAY)'.

      *    An entry is in effect today when it is the latest one for
      *    its program and name dated today or earlier.
       LIST-ONE-PARAMETER.
           MOVE ' ' TO WS-IN-EFFECT-MARK.
           MOVE RPM-PROGRAM TO WS-TARGET-PROGRAM.
           MOVE RPM-NAME TO WS-TARGET-NAME.
           IF RPM-EFFECTIVE NOT > WS-TODAY-DATE
               PERFORM FIND-VALUE-ON-DATE
               MOVE WS-PARM-LINE(WS-PARM-SLOT)
                   TO RUN-PARAMETER-RECORD
               IF RPM-EFFECTIVE = WS-BEST-EFFECTIVE
                   MOVE '*' TO WS-IN-EFFECT-MARK
               END-IF
           END-IF.
           DISPLAY WS-IN-EFFECT-MARK ' ' RPM-PROGRAM ' ' RPM-NAME ' '
               RPM-EFFECTIVE ' ' RPM-VALUE ' ' RPM-DESCRIPTION.
           DISPLAY '      SET BY ' RPM-CHANGED-BY ' AT '
               RPM-CHANGED-AT.

       WRITE-RUN-PARAMETERS.
           OPEN OUTPUT RUN-PARAMETER-FILE.
           IF WS-RUNPARM-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE RUNPARM.DAT '
                   'STATUS=' WS-RUNPARM-STATUS
               MOVE 'REGISTRY UNAVAILABLE' TO WS-RESULT-TEXT
           ELSE
               PERFORM VARYING WS-PARM-IDX FROM 1 BY 1
                       UNTIL WS-PARM-IDX > WS-PARM-COUNT
                   MOVE WS-PARM-LINE(WS-PARM-IDX)
                       TO RUN-PARAMETER-RECORD
                   WRITE RUN-PARAMETER-RECORD
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.

       CHECK-SESSION.
      *    Entered cold at a terminal, so gated by the SESS queue a
      *    successful LOGIN left on this EIBTRMID - and, as with
      *    PERIOD-REOPEN, only an administrator gets past it.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'A' TO SC-GROUP-REQUIRED.
           EXEC CICS LINK PROGRAM('SESSION-CHECK')
               COMMAREA(WS-SESSCHK-COMMAREA)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SC-RETURN-CODE = '00'
               MOVE SC-USERNAME TO SESS-USERNAME
           ELSE
               EVALUATE SC-RETURN-CODE
                   WHEN 'EX'
                       DISPLAY 'Session Expired - Please LOGIN '
                           'Again'
                   WHEN 'NG'
                       DISPLAY 'Not Authorized For This '
                           'Transaction'
                   WHEN OTHER
                       DISPLAY 'Session Not Authenticated - '
                           'Please LOGIN First'
               END-EVALUATE
               MOVE 'YES' TO WS-NOT-AUTHENTICATED
           END-IF.

      *    A change is two AUDT entries under the parameter name:
      *    PARM-WAS with the value in force before, PARM-NOW with
      *    the value in force after, each led by the program it
      *    belongs to. The effective date is on the registry entry
      *    itself, with who set it.
       WRITE-CHANGE-AUDIT.
           MOVE 'PARM-WAS' TO AUD-ACTION.
           MOVE SPACES TO AUD-RESULT.
           STRING WS-TARGET-PROGRAM(1:17) ' ' WS-BEFORE-VALUE
               DELIMITED BY SIZE INTO AUD-RESULT.
           PERFORM PUT-AUDIT-ENTRY.
           MOVE 'PARM-NOW' TO AUD-ACTION.
           MOVE SPACES TO AUD-RESULT.
           STRING WS-TARGET-PROGRAM(1:17) ' ' WS-AFTER-VALUE
               DELIMITED BY SIZE INTO AUD-RESULT.
           PERFORM PUT-AUDIT-ENTRY.

       WRITE-AUDIT-RECORD.
           EVALUATE WS-ACTION
               WHEN 'S'
                   MOVE 'PARM-SET' TO AUD-ACTION
               WHEN 'X'
                   MOVE 'PARM-DEL' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'RUNPARM' TO AUD-ACTION
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           PERFORM PUT-AUDIT-ENTRY.

       PUT-AUDIT-ENTRY.
           MOVE 'PRMMNT' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-NAME TO AUD-ENTITY-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
