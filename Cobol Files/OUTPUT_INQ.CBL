       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-OUTPUT-INQUIRY.
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RESP             PIC S9(8) COMP.

      *    OUTPUT.KSDS as FILE-PROCESSOR-VSAM writes it, keyed on
      *    the name, with the age band as a non-unique alternate key.
       01  WS-OUTPUT-RECORD.
           05  OK-NAME         PIC X(50).
           05  OK-MESSAGE      PIC X(30).
           05  OK-RUN-ID       PIC X(14).
           05  OK-TIMESTAMP    PIC X(26).
           05  OK-AGE-BAND     PIC X(10).

       COPY "AUDITLOG.cpy".

       01  WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.
       01  WS-REFUSAL-TEXT     PIC X(50).
       01  WS-INQ-DONE         PIC X(3) VALUE 'NO'.
       01  WS-LINE-IDX         PIC 9(2) VALUE 0.

      *    What is being browsed - 'NAME' on the record key from a
      *    name prefix, 'BAND' on the alternate index for one band,
      *    spaces before the first inquiry - and where the operator
      *    has paged to in it.
       01  WS-BROWSE-MODE      PIC X(4) VALUE SPACES.
       01  WS-NAME-PREFIX      PIC X(50).
       01  WS-PREFIX-LENGTH    PIC 9(2) VALUE 0.
       01  WS-TARGET-BAND      PIC X(10).
       01  WS-BROWSE-KEY       PIC X(50).
       01  WS-BAND-KEY         PIC X(10).
       01  WS-PAGE-NUMBER      PIC 9(4) VALUE 0.
       01  WS-PAGE-SIZE        PIC 9(2) VALUE 10.
       01  WS-PAGE-COUNT       PIC 9(2) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(6) VALUE 0.
       01  WS-SKIPPED          PIC 9(6) VALUE 0.
       01  WS-MORE-REMAIN      PIC X(3) VALUE 'NO'.
       01  WS-BROWSE-STARTED   PIC X(3) VALUE 'NO'.
       01  WS-BROWSE-DONE      PIC X(3) VALUE 'NO'.
       01  WS-FILE-ERROR       PIC X(3) VALUE 'NO'.
       01  WS-PAGE-EDIT        PIC Z(3)9.

      *    The three bands BUILD-AGE-BAND writes.
       01  WS-BAND-NAMES.
           05  FILLER          PIC X(10) VALUE 'UNDER-18'.
           05  FILLER          PIC X(10) VALUE '18-TO-64'.
           05  FILLER          PIC X(10) VALUE '65-PLUS'.
       01  WS-BAND-TABLE REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME OCCURS 3 TIMES PIC X(10).
       01  WS-BAND-IDX         PIC 9(1) VALUE 0.
       01  WS-BAND-VALID       PIC X(3) VALUE 'NO'.

       01  WS-LIST-LINE.
           05  OL-NAME         PIC X(32).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  OL-AGE-BAND     PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  OL-RUN-ID       PIC X(14).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  OL-PROCESSED    PIC X(19).

       COPY "SESSION.cpy".
       COPY "OUTQMAP.cpy".
       COPY "AIDKEYS.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".

      * Answers "did this person make it through last night's run"
      * straight from OUTPUT.KSDS at the terminal, instead of waiting
      * for an AGE-BAND-EXTRACT run. A name, or the leading part of
      * one keyed exactly as the source sent it, browses the file by
      * its name key; an age band browses the band through the
      * OUT-AGE-BAND alternate index path instead. Ten records to a
      * page, each with its band, the run ID that loaded it and when
      * it was processed; PF8 pages forward and PF7 back. The
      * alternate index allows duplicate keys, so a position inside a
      * band cannot be handed back to a browse - every page is read
      * afresh from the start of the name prefix or band, skipping
      * the pages before it, and the name browse pages the same way
      * so both behave alike. Nothing is changed. Gated by the
      * inquiry authorization group like GET-CUSTOMER, and each
      * inquiry is audited the same way.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM RUN-INQUIRY-PANEL.
           EXEC CICS RETURN END-EXEC.

      *    Same conversation as GET-CUSTOMER's panel: one SEND of the
      *    fresh panel, then receive-act-resend until PF3 or CLEAR.
       RUN-INQUIRY-PANEL.
           MOVE LOW-VALUES TO OUTQMAPI.
           MOVE 'Key a Name or Name Prefix, or an Age Band, then ENTER'
               TO OQMSGI.
           EXEC CICS SEND
               MAP('OUTQMAP')
               MAPSET('OUTQSET')
               FROM(OUTQMAPI)
               ERASE
               END-EXEC.
           MOVE 'NO' TO WS-INQ-DONE.
           PERFORM PROCESS-INQUIRY-ENTRY
               UNTIL WS-INQ-DONE = 'YES'.

      *    A PF7 or PF8 that cannot move leaves the list lines as
      *    they were received - not re-sent - so the page already on
      *    the screen stays there under the message.
       PROCESS-INQUIRY-ENTRY.
           EXEC CICS RECEIVE
               MAP('OUTQMAP')
               MAPSET('OUTQSET')
               INTO(OUTQMAPI)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EIBAID = AID-CLEAR OR EIBAID = AID-PF3
               MOVE 'YES' TO WS-INQ-DONE
           ELSE
               MOVE SPACES TO OQMSGI
               EVALUATE TRUE
                   WHEN (EIBAID = AID-PF7 OR EIBAID = AID-PF8)
                       AND WS-BROWSE-MODE = SPACES
                       MOVE 'Key a Name or an Age Band First'
                           TO OQMSGI
                   WHEN EIBAID = AID-PF8
                       IF WS-MORE-REMAIN = 'YES'
                           ADD 1 TO WS-PAGE-NUMBER
                           PERFORM SHOW-RESULT-PAGE
                       ELSE
                           MOVE 'Already at the Last Page' TO OQMSGI
                       END-IF
                   WHEN EIBAID = AID-PF7
                       IF WS-PAGE-NUMBER > 1
                           SUBTRACT 1 FROM WS-PAGE-NUMBER
                           PERFORM SHOW-RESULT-PAGE
                       ELSE
                           MOVE 'Already at the First Page'
                               TO OQMSGI
                       END-IF
                   WHEN OTHER
                       PERFORM START-NEW-INQUIRY
               END-EVALUATE
               EXEC CICS SEND
                   MAP('OUTQMAP')
                   MAPSET('OUTQSET')
                   FROM(OUTQMAPI)
                   DATAONLY
                   END-EXEC
           END-IF.

       START-NEW-INQUIRY.
           MOVE OQNAMEI TO WS-NAME-PREFIX.
           INSPECT WS-NAME-PREFIX
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE OQBANDI TO WS-TARGET-BAND.
           INSPECT WS-TARGET-BAND
               REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-BAND)
               TO WS-TARGET-BAND.
           MOVE SPACES TO WS-BROWSE-MODE.
           MOVE 0 TO WS-PAGE-NUMBER.
           MOVE 'NO' TO WS-MORE-REMAIN.
           PERFORM CLEAR-LIST-LINES.
           MOVE SPACES TO OQPAGEI.
           EVALUATE TRUE
               WHEN WS-NAME-PREFIX NOT = SPACES
                   AND WS-TARGET-BAND NOT = SPACES
                   MOVE 'Key a Name or an Age Band, Not Both'
                       TO OQMSGI
               WHEN WS-NAME-PREFIX NOT = SPACES
                   PERFORM MEASURE-NAME-PREFIX
                   MOVE 'NAME' TO WS-BROWSE-MODE
                   MOVE 1 TO WS-PAGE-NUMBER
                   PERFORM SHOW-RESULT-PAGE
                   PERFORM WRITE-AUDIT-RECORD
               WHEN WS-TARGET-BAND NOT = SPACES
                   PERFORM CHECK-TARGET-BAND
                   IF WS-BAND-VALID = 'YES'
                       MOVE 'BAND' TO WS-BROWSE-MODE
                       MOVE 1 TO WS-PAGE-NUMBER
                       PERFORM SHOW-RESULT-PAGE
                       PERFORM WRITE-AUDIT-RECORD
                   ELSE
                       MOVE
                           'Band Must Be UNDER-18, 18-TO-64 or 65-PLUS'
                           TO OQMSGI
                   END-IF
               WHEN OTHER
                   MOVE 'No Name or Age Band Entered' TO OQMSGI
           END-EVALUATE.

      *    A prefix typed with a trailing space still matches only
      *    on its significant characters.
       MEASURE-NAME-PREFIX.
           MOVE 0 TO WS-PREFIX-LENGTH.
           PERFORM VARYING WS-LINE-IDX FROM 50 BY -1
                   UNTIL WS-LINE-IDX < 1
                   OR WS-PREFIX-LENGTH > 0
               IF WS-NAME-PREFIX(WS-LINE-IDX:1) NOT = SPACE
                   MOVE WS-LINE-IDX TO WS-PREFIX-LENGTH
               END-IF
           END-PERFORM.

       CHECK-TARGET-BAND.
           MOVE 'NO' TO WS-BAND-VALID.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > 3
               IF WS-TARGET-BAND = WS-BAND-NAME(WS-BAND-IDX)
                   MOVE 'YES' TO WS-BAND-VALID
               END-IF
           END-PERFORM.

       CLEAR-LIST-LINES.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > WS-PAGE-SIZE
               MOVE SPACES TO OQLINEI(WS-LINE-IDX)
           END-PERFORM.

      *    Reads from the start of the prefix or band, passes over
      *    the records on the pages before this one, fills this page,
      *    and reads one record past it to know whether PF8 has
      *    anywhere to go.
       SHOW-RESULT-PAGE.
           PERFORM CLEAR-LIST-LINES.
           COMPUTE WS-SKIP-COUNT =
               (WS-PAGE-NUMBER - 1) * WS-PAGE-SIZE.
           MOVE 0 TO WS-SKIPPED.
           MOVE 0 TO WS-PAGE-COUNT.
           MOVE 'NO' TO WS-MORE-REMAIN.
           MOVE 'NO' TO WS-FILE-ERROR.
           MOVE 'NO' TO WS-BROWSE-STARTED.
           MOVE 'NO' TO WS-BROWSE-DONE.
           IF WS-BROWSE-MODE = 'NAME'
               PERFORM START-NAME-BROWSE
           ELSE
               PERFORM START-BAND-BROWSE
           END-IF.
           PERFORM READ-NEXT-OUTPUT-RECORD
               UNTIL WS-BROWSE-DONE = 'YES'.
           IF WS-BROWSE-STARTED = 'YES'
               IF WS-BROWSE-MODE = 'NAME'
                   EXEC CICS ENDBR
                       DATASET('OUTPUT-KSDS')
                       END-EXEC
               ELSE
                   EXEC CICS ENDBR
                       DATASET('OUTPUT-BAND')
                       END-EXEC
               END-IF
           END-IF.
           MOVE WS-PAGE-NUMBER TO WS-PAGE-EDIT.
           MOVE WS-PAGE-EDIT TO OQPAGEI.
           EVALUATE TRUE
               WHEN WS-FILE-ERROR = 'YES'
                   MOVE 'Run Output File Unavailable - Try Later'
                       TO OQMSGI
               WHEN WS-PAGE-COUNT = 0 AND WS-PAGE-NUMBER = 1
                   AND WS-BROWSE-MODE = 'NAME'
                   MOVE 'No Records Found Under That Name'
                       TO OQMSGI
               WHEN WS-PAGE-COUNT = 0 AND WS-PAGE-NUMBER = 1
                   MOVE 'No Records Found in That Age Band'
                       TO OQMSGI
               WHEN WS-PAGE-COUNT = 0
                   MOVE 'No Records on This Page - PF7 to Go Back'
                       TO OQMSGI
               WHEN WS-MORE-REMAIN = 'YES'
                   MOVE 'More Records Remain - PF8 Next Page'
                       TO OQMSGI
               WHEN OTHER
                   MOVE 'End of List' TO OQMSGI
           END-EVALUATE.

       START-NAME-BROWSE.
           MOVE WS-NAME-PREFIX TO WS-BROWSE-KEY.
           EXEC CICS STARTBR
               DATASET('OUTPUT-KSDS')
               RIDFLD(WS-BROWSE-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC.
           PERFORM CHECK-BROWSE-STARTED.

      *    OUTPUT-BAND is the path over the OUT-AGE-BAND alternate
      *    index, so the RIDFLD here is the band, not the name.
       START-BAND-BROWSE.
           MOVE WS-TARGET-BAND TO WS-BAND-KEY.
           EXEC CICS STARTBR
               DATASET('OUTPUT-BAND')
               RIDFLD(WS-BAND-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC.
           PERFORM CHECK-BROWSE-STARTED.

      *    NOTFND only means nothing sorts at or after the key - an
      *    empty answer, not a failure.
       CHECK-BROWSE-STARTED.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-BROWSE-STARTED
               WHEN DFHRESP(NOTFND)
                   MOVE 'YES' TO WS-BROWSE-DONE
               WHEN OTHER
                   MOVE 'YES' TO WS-FILE-ERROR
                   MOVE 'YES' TO WS-BROWSE-DONE
           END-EVALUATE.

      *    DUPKEY on the path is the normal answer for every record
      *    in a band but its last. The browse ends at the end of the
      *    file or the first record past the prefix or band.
       READ-NEXT-OUTPUT-RECORD.
           IF WS-BROWSE-MODE = 'NAME'
               EXEC CICS READNEXT
                   DATASET('OUTPUT-KSDS')
                   INTO(WS-OUTPUT-RECORD)
                   RIDFLD(WS-BROWSE-KEY)
                   RESP(WS-RESP)
                   END-EXEC
           ELSE
               EXEC CICS READNEXT
                   DATASET('OUTPUT-BAND')
                   INTO(WS-OUTPUT-RECORD)
                   RIDFLD(WS-BAND-KEY)
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'YES' TO WS-BROWSE-DONE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   AND WS-RESP NOT = DFHRESP(DUPKEY)
                   MOVE 'YES' TO WS-FILE-ERROR
                   MOVE 'YES' TO WS-BROWSE-DONE
               WHEN WS-BROWSE-MODE = 'NAME'
                   AND OK-NAME(1:WS-PREFIX-LENGTH)
                   NOT = WS-NAME-PREFIX(1:WS-PREFIX-LENGTH)
                   MOVE 'YES' TO WS-BROWSE-DONE
               WHEN WS-BROWSE-MODE = 'BAND'
                   AND OK-AGE-BAND NOT = WS-TARGET-BAND
                   MOVE 'YES' TO WS-BROWSE-DONE
               WHEN WS-SKIPPED < WS-SKIP-COUNT
                   ADD 1 TO WS-SKIPPED
               WHEN WS-PAGE-COUNT < WS-PAGE-SIZE
                   ADD 1 TO WS-PAGE-COUNT
                   PERFORM SHOW-LIST-LINE
               WHEN OTHER
                   MOVE 'YES' TO WS-MORE-REMAIN
                   MOVE 'YES' TO WS-BROWSE-DONE
           END-EVALUATE.

      *    OK-TIMESTAMP is CURRENT-DATE as FILE-PROCESSOR-VSAM took
      *    it; the date and time are laid out for reading.
       SHOW-LIST-LINE.
           MOVE OK-NAME TO OL-NAME.
           MOVE OK-AGE-BAND TO OL-AGE-BAND.
           MOVE OK-RUN-ID TO OL-RUN-ID.
           MOVE SPACES TO OL-PROCESSED.
           STRING OK-TIMESTAMP(1:4) '-' OK-TIMESTAMP(5:2) '-'
               OK-TIMESTAMP(7:2) ' ' OK-TIMESTAMP(9:2) ':'
               OK-TIMESTAMP(11:2) ':' OK-TIMESTAMP(13:2)
               DELIMITED BY SIZE INTO OL-PROCESSED.
           MOVE WS-LIST-LINE TO OQLINEI(WS-PAGE-COUNT).

       CHECK-SESSION.
      *    Always entered cold at a terminal, so gated by the SESS
      *    queue a successful LOGIN left on this EIBTRMID, in the
      *    inquiry group, same as GET-CUSTOMER's CHECK-SESSION. A
      *    refusal goes to the screen as plain text - no map has
      *    been sent yet when it happens.
           MOVE 'NO' TO WS-NOT-AUTHENTICATED.
           MOVE SPACES TO WS-SESSCHK-COMMAREA.
           MOVE 'I' TO SC-GROUP-REQUIRED.
           EXEC CICS LINK PROGRAM('SESSION-CHECK')
               COMMAREA(WS-SESSCHK-COMMAREA)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND SC-RETURN-CODE = '00'
               MOVE SC-USERNAME TO SESS-USERNAME
           ELSE
               EVALUATE SC-RETURN-CODE
                   WHEN 'EX'
                       MOVE 'Session Expired - Please LOGIN Again'
                           TO WS-REFUSAL-TEXT
                   WHEN 'NG'
                       MOVE 'Not Authorized For This Transaction'
                           TO WS-REFUSAL-TEXT
                   WHEN OTHER
                       MOVE 'Session Not Authenticated - LOGIN First'
                           TO WS-REFUSAL-TEXT
               END-EVALUATE
               EXEC CICS SEND TEXT
                   FROM(WS-REFUSAL-TEXT)
                   LENGTH(LENGTH OF WS-REFUSAL-TEXT)
                   ERASE
                   END-EXEC
               MOVE 'YES' TO WS-NOT-AUTHENTICATED
           END-IF.

      *    One entry per inquiry keyed, not per page turned - the
      *    entity is the band, or as much of the name as fits.
       WRITE-AUDIT-RECORD.
           MOVE 'OUTINQ' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           IF WS-BROWSE-MODE = 'BAND'
               MOVE WS-TARGET-BAND TO AUD-ENTITY-ID
           ELSE
               MOVE WS-NAME-PREFIX TO AUD-ENTITY-ID
           END-IF.
           MOVE 'INQUIRY' TO AUD-ACTION.
           MOVE 'SUCCESS' TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
