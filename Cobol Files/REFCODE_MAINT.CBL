       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-CODE-FILE ASSIGN TO 'REFCODE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERENCE-CODE-FILE.
       COPY "REFCODE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REFCODE-STATUS PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-ACTION         PIC X(1).
       01 WS-TARGET-CODE    PIC X(30).
       01 WS-NEW-DESC       PIC X(40).
       01 WS-NEW-CATEGORY   PIC X(10).
       01 WS-RESULT-TEXT    PIC X(30) VALUE SPACES.
       01 WS-RESP           PIC S9(8) COMP.

       01 WS-CODE-COUNT     PIC 9(3) VALUE 0.
       01 WS-CODE-IDX       PIC 9(3) VALUE 0.
       01 WS-CODE-SLOT      PIC 9(3) VALUE 0.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-CODE     PIC X(30).
               10 WS-TBL-DESC     PIC X(40).
               10 WS-TBL-CATEGORY PIC X(10).
               10 WS-TBL-ACTIVE   PIC X(1).

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".

      * Keeper of the REFCODE.DAT reference code table UTILITY
      * enriches each validated tag from, so the business owns the
      * list instead of a program: add a code, change its
      * description or category, retire one (kept on file so it
      * still reads back, but UTILITY refuses it), reactivate a
      * retired one, or list the table. Codes are keyed the way
      * VALIDATION will accept them - upper case, leading letter.
      * The table is held whole and rewritten in a single pass, same
      * shape as REGION-MAINT. Gated by the shared LOGIN session
      * check and audited per action.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-REFERENCE-CODES.

           DISPLAY 'Enter Action - A=Add, C=Change, R=Retire, '
               'V=Reactivate, L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

           EVALUATE WS-ACTION
               WHEN 'A'
                   PERFORM ADD-REFERENCE-CODE
               WHEN 'C'
                   PERFORM CHANGE-REFERENCE-CODE
               WHEN 'R'
                   PERFORM RETIRE-REFERENCE-CODE
               WHEN 'V'
                   PERFORM REACTIVATE-REFERENCE-CODE
               WHEN 'L'
                   PERFORM LIST-REFERENCE-CODES
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be A, C, R, V '
                       'or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.

       LOAD-REFERENCE-CODES.
           OPEN INPUT REFERENCE-CODE-FILE.
           IF WS-REFCODE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ REFERENCE-CODE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-CODE-COUNT < 500
                               ADD 1 TO WS-CODE-COUNT
                               MOVE REF-CODE TO
                                   WS-TBL-CODE(WS-CODE-COUNT)
                               MOVE REF-DESCRIPTION TO
                                   WS-TBL-DESC(WS-CODE-COUNT)
                               MOVE REF-CATEGORY TO
                                   WS-TBL-CATEGORY(WS-CODE-COUNT)
                               MOVE REF-ACTIVE-FLAG TO
                                   WS-TBL-ACTIVE(WS-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-CODE-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       ACCEPT-TARGET-CODE.
           DISPLAY 'Enter Reference Code: '.
           ACCEPT WS-TARGET-CODE.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-CODE)
               TO WS-TARGET-CODE.
           MOVE 0 TO WS-CODE-SLOT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-SLOT > 0
               IF WS-TBL-CODE(WS-CODE-IDX) = WS-TARGET-CODE
                   MOVE WS-CODE-IDX TO WS-CODE-SLOT
               END-IF
           END-PERFORM.

       ADD-REFERENCE-CODE.
           PERFORM ACCEPT-TARGET-CODE.
           IF WS-TARGET-CODE(1:1) < 'A'
               OR WS-TARGET-CODE(1:1) > 'Z'
               DISPLAY 'Reference Code Must Start With A Letter'
               MOVE 'INVALID CODE' TO WS-RESULT-TEXT
           ELSE
               IF WS-CODE-SLOT > 0
                   DISPLAY 'Code Already On Table: ' WS-TARGET-CODE
                   MOVE 'ALREADY EXISTS' TO WS-RESULT-TEXT
               ELSE
                   IF WS-CODE-COUNT >= 500
                       DISPLAY 'Reference Code Table Full - Cannot '
                           'Add'
                       MOVE 'TABLE FULL' TO WS-RESULT-TEXT
                   ELSE
                       ADD 1 TO WS-CODE-COUNT
                       MOVE WS-TARGET-CODE
                           TO WS-TBL-CODE(WS-CODE-COUNT)
                       DISPLAY 'Enter Description: '
                       ACCEPT WS-TBL-DESC(WS-CODE-COUNT)
                       DISPLAY 'Enter Category: '
                       ACCEPT WS-NEW-CATEGORY
                       MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY)
                           TO WS-TBL-CATEGORY(WS-CODE-COUNT)
                       MOVE 'Y' TO WS-TBL-ACTIVE(WS-CODE-COUNT)
                       PERFORM REWRITE-REFERENCE-CODES
                       DISPLAY 'Reference Code Added: '
                           WS-TARGET-CODE
                       MOVE 'SUCCESS' TO WS-RESULT-TEXT
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    A blank answer keeps what is on file, so a description can
      *    be corrected without re-keying the category.
       CHANGE-REFERENCE-CODE.
           PERFORM ACCEPT-TARGET-CODE.
           IF WS-CODE-SLOT = 0
               DISPLAY 'Code Not On Table: ' WS-TARGET-CODE
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Enter Description (blank = keep): '
               ACCEPT WS-NEW-DESC
               IF WS-NEW-DESC NOT = SPACES
                   MOVE WS-NEW-DESC TO WS-TBL-DESC(WS-CODE-SLOT)
               END-IF
               DISPLAY 'Enter Category (blank = keep): '
               ACCEPT WS-NEW-CATEGORY
               IF WS-NEW-CATEGORY NOT = SPACES
                   MOVE FUNCTION UPPER-CASE(WS-NEW-CATEGORY)
                       TO WS-TBL-CATEGORY(WS-CODE-SLOT)
               END-IF
               PERFORM REWRITE-REFERENCE-CODES
               DISPLAY 'Reference Code Changed: ' WS-TARGET-CODE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       RETIRE-REFERENCE-CODE.
           PERFORM ACCEPT-TARGET-CODE.
           IF WS-CODE-SLOT = 0
               DISPLAY 'Code Not On Table: ' WS-TARGET-CODE
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               MOVE 'N' TO WS-TBL-ACTIVE(WS-CODE-SLOT)
               PERFORM REWRITE-REFERENCE-CODES
               DISPLAY 'Reference Code Retired: ' WS-TARGET-CODE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       REACTIVATE-REFERENCE-CODE.
           PERFORM ACCEPT-TARGET-CODE.
           IF WS-CODE-SLOT = 0
               DISPLAY 'Code Not On Table: ' WS-TARGET-CODE
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               MOVE 'Y' TO WS-TBL-ACTIVE(WS-CODE-SLOT)
               PERFORM REWRITE-REFERENCE-CODES
               DISPLAY 'Reference Code Reactivated: '
                   WS-TARGET-CODE
               MOVE 'SUCCESS' TO WS-RESULT-TEXT
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       LIST-REFERENCE-CODES.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
               DISPLAY WS-TBL-CODE(WS-CODE-IDX) ' '
                   WS-TBL-ACTIVE(WS-CODE-IDX) ' '
                   WS-TBL-CATEGORY(WS-CODE-IDX) ' '
                   WS-TBL-DESC(WS-CODE-IDX)
           END-PERFORM.
           DISPLAY 'CODES ON TABLE: ' WS-CODE-COUNT.

       REWRITE-REFERENCE-CODES.
           OPEN OUTPUT REFERENCE-CODE-FILE.
           IF WS-REFCODE-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE REFERENCE CODES '
                   'STATUS=' WS-REFCODE-STATUS
           ELSE
               PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                       UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   MOVE SPACES TO REFERENCE-CODE-RECORD
                   MOVE WS-TBL-CODE(WS-CODE-IDX) TO REF-CODE
                   MOVE WS-TBL-DESC(WS-CODE-IDX) TO REF-DESCRIPTION
                   MOVE WS-TBL-CATEGORY(WS-CODE-IDX)
                       TO REF-CATEGORY
                   MOVE WS-TBL-ACTIVE(WS-CODE-IDX)
                       TO REF-ACTIVE-FLAG
                   WRITE REFERENCE-CODE-RECORD
               END-PERFORM
               CLOSE REFERENCE-CODE-FILE
           END-IF.

       CHECK-SESSION.
      *    Entered cold at a terminal like REGION-MAINT, so gated by
      *    the SESS queue a successful LOGIN left on this EIBTRMID.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'M' TO SC-GROUP-REQUIRED.
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

      *    AUD-ENTITY-ID holds the first ten characters of the code,
      *    enough for the audit reports to group a code's history.
       WRITE-AUDIT-RECORD.
           MOVE 'REFMNT' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-TARGET-CODE TO AUD-ENTITY-ID.
           EVALUATE WS-ACTION
               WHEN 'A'
                   MOVE 'ADD' TO AUD-ACTION
               WHEN 'C'
                   MOVE 'CHANGE' TO AUD-ACTION
               WHEN 'R'
                   MOVE 'RETIRE' TO AUD-ACTION
               WHEN 'V'
                   MOVE 'REACTIVATE' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'REFCODE' TO AUD-ACTION
           END-EVALUATE.
           MOVE WS-RESULT-TEXT TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
