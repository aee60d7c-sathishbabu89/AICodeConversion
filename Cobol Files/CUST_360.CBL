       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-360-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    AR-AGING-REPORT's per-customer bucket extract, as of the
      *    last nightly aging run.
           SELECT AGE-BUCKET-FILE ASSIGN TO 'AGEBKT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUCKET-STATUS.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO 'DEADLTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLQ-STATUS.
      *    The customer change journal, for the last status change.
           SELECT JOURNAL-FILE ASSIGN TO 'CUSTJRNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AGE-BUCKET-FILE.
       COPY "AGEBKT.cpy".

       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-RECORD.
           05 DLQ-RAW-MESSAGE    PIC X(200).
           05 DLQ-REASON-TEXT    PIC X(40).

       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       WORKING-STORAGE SECTION.
       01  WS-CUST-ID          PIC X(10).
       01  WS-RESP             PIC S9(8) COMP.
       01  WS-RESP2            PIC S9(8) COMP.

       01  WS-BUCKET-STATUS    PIC XX.
       01  WS-HELD-STATUS      PIC XX.
       01  WS-DLQ-STATUS       PIC XX.
       01  WS-JOURNAL-STATUS   PIC XX.
       01  WS-END-OF-FILE      PIC X(3) VALUE 'NO'.

       COPY "CUSTREC.cpy".
       COPY "AUDITLOG.cpy".
       COPY "JRNLREC.cpy".

       01  WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.
       01  WS-REFUSAL-TEXT     PIC X(50).
       01  WS-INQ-DONE         PIC X(3) VALUE 'NO'.
       01  WS-LINE-IDX         PIC 9(2) VALUE 0.
       01  WS-BUCKET-IDX       PIC 9(2) VALUE 0.
       01  WS-MONEY-EDIT       PIC -(9)9.99.
       01  WS-AGE-EDIT         PIC -(8)9.99.
       01  WS-TOTAL-EDIT       PIC Z(8)9.99.
       01  WS-COUNT-EDIT       PIC Z(3)9.

      *    DB2 is authoritative for the balance; the master's own
      *    copy can trail it until the next BALANCE-REFRESH.
       01  WS-TBL-BALANCE      PIC S9(9)V99 COMP-3.
       01  WS-AVAILABLE        PIC S9(9)V99 COMP-3.

      *    The ten most recent ledger lines for the customer, read
      *    backwards off ORDLEDG.KSDS (dataset ORDLEDG-KSDS) from
      *    the end of the customer's key range, so they arrive
      *    newest first and the browse stops at the tenth.
       01  WS-RECENT-COUNT     PIC 9(2) VALUE 0.
       01  WS-LEDGER-KEY.
           05  WS-LEDGER-KEY-CUST  PIC X(10).
           05  WS-LEDGER-KEY-REST  PIC X(28).
       01  WS-LEDGER-DONE      PIC X(3) VALUE 'NO'.
       01  WS-LEDGER-ERROR     PIC X(3) VALUE 'NO'.
       COPY "LGRKSDS.cpy".
       COPY "ORDLEDG.cpy".
       01  WS-LEDGER-LINE.
           05  LL-POSTED       PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  LL-ORDER-ID     PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  LL-TYPE         PIC X(1).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  LL-OUTCOME      PIC X(8).
           05  FILLER          PIC X(1) VALUE SPACES.
           05  LL-AMOUNT       PIC Z(6)9.99.
           05  FILLER          PIC X(1) VALUE SPACES.
           05  LL-REASON       PIC X(36).

      *    Held orders still awaiting a credit decision.
       01  WS-HELD-COUNT       PIC 9(4) VALUE 0.
       01  WS-HELD-TOTAL       PIC 9(9)V99 VALUE 0.
       01  WS-HELD-ORDERS      PIC X(27).
       01  WS-HELD-PTR         PIC 9(2) VALUE 1.

      *    Dead letters still parked for the customer - the order ID
      *    and customer ID are the first two fields of the raw
      *    pipe-delimited message.
       01  WS-DLQ-COUNT        PIC 9(4) VALUE 0.
       01  WS-DLQ-ORDER-ID     PIC X(8).
       01  WS-DLQ-CUST-ID      PIC X(10).
       01  WS-DLQ-LAST-ORDER   PIC X(8).
       01  WS-DLQ-LAST-REASON  PIC X(40).

      *    The latest journal entry that moved the status.
       01  WS-CHANGE-FOUND     PIC X(3) VALUE 'NO'.
       01  WS-FROM-STATUS      PIC X(10).
       01  WS-TO-STATUS        PIC X(10).
       01  WS-TO-REASON        PIC X(4).
       01  WS-CHANGE-DATE      PIC X(8).
       01  WS-CHANGE-USER      PIC X(20).

       COPY "SESSION.cpy".
       COPY "CUSTMAP.cpy".
       COPY "AIDKEYS.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * One screen for the whole of one customer, so a credit or
      * service call is answered without hopping between GET-
      * CUSTOMER, ORDER-STATUS-INQUIRY, HELD-ORDER-REVIEW and the
      * printed aging. Keyed by customer ID on the C360MAP panel, it
      * shows the master record with its current status and reason
      * code; the DB2 balance against CUST-CREDIT-LIMIT and the
      * credit still available under it (a limit of zero means none
      * is set); the aged buckets from AGEBKT.DAT as of the last
      * nightly aging; the last ten lines on the keyed ledger for the
      * customer, newest first; the orders still on HELDORD.DAT and
      * the dead letters still in DEADLTR.DAT for it; and the most
      * recent status change on CUSTJRNL.DAT - when, from and to
      * what, the reason and who. Terminal changes reach the journal
      * through the JRNL queue only when JOURNAL-DRAIN runs, so a
      * change made today can be newer than the one shown; the
      * status and reason beside it always come from the master
      * itself. A source that is missing or unreadable is said so on
      * its line rather than failing the inquiry. Nothing is
      * changed. Gated by the inquiry authorization group like every
      * other terminal inquiry, and each customer shown is audited
      * the same way.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.
           PERFORM RUN-INQUIRY-PANEL.
           EXEC CICS RETURN END-EXEC.

      *    Same conversation as GET-CUSTOMER's panel: one SEND of the
      *    fresh panel, then receive-act-resend until PF3 or CLEAR,
      *    with every answer cleared before each entry.
       RUN-INQUIRY-PANEL.
           MOVE LOW-VALUES TO C360MAPI.
           MOVE 'Key Customer ID and press ENTER' TO CVMSGI.
           EXEC CICS SEND
               MAP('C360MAP')
               MAPSET('CUSTSET')
               FROM(C360MAPI)
               ERASE
               END-EXEC.
           MOVE 'NO' TO WS-INQ-DONE.
           PERFORM PROCESS-INQUIRY-ENTRY
               UNTIL WS-INQ-DONE = 'YES'.

       PROCESS-INQUIRY-ENTRY.
           EXEC CICS RECEIVE
               MAP('C360MAP')
               MAPSET('CUSTSET')
               INTO(C360MAPI)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EIBAID = AID-CLEAR OR EIBAID = AID-PF3
               MOVE 'YES' TO WS-INQ-DONE
           ELSE
               MOVE CVIDI TO WS-CUST-ID
               INSPECT WS-CUST-ID
                   REPLACING ALL LOW-VALUE BY SPACE
               PERFORM CLEAR-INQUIRY-ANSWERS
               IF WS-CUST-ID = SPACES
                   MOVE 'No Customer ID Entered' TO CVMSGI
               ELSE
                   PERFORM LOOKUP-CUSTOMER
               END-IF
               EXEC CICS SEND
                   MAP('C360MAP')
                   MAPSET('CUSTSET')
                   FROM(C360MAPI)
                   DATAONLY
                   END-EXEC
           END-IF.

       CLEAR-INQUIRY-ANSWERS.
           MOVE SPACES TO CVNAMEI.
           MOVE SPACES TO CVADDRI.
           MOVE SPACES TO CVPHONI.
           MOVE SPACES TO CVREGI.
           MOVE SPACES TO CVSTATI.
           MOVE SPACES TO CVRSNI.
           MOVE SPACES TO CVSCHGI.
           MOVE SPACES TO CVBALI.
           MOVE SPACES TO CVLIMI.
           MOVE SPACES TO CVAVLI.
           MOVE SPACES TO CVAGDTI.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE SPACES TO CVAGI(WS-BUCKET-IDX)
           END-PERFORM.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 10
               MOVE SPACES TO CVLINEI(WS-LINE-IDX)
           END-PERFORM.
           MOVE SPACES TO CVHELDI.
           MOVE SPACES TO CVDLQI.
           MOVE SPACES TO CVMSGI.

       LOOKUP-CUSTOMER.
           MOVE WS-CUST-ID TO CUST-ID.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
               INTO(CUSTOMER-RECORD)
               RIDFLD(WS-CUST-ID)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.

           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM SHOW-MASTER-RECORD
                   PERFORM SHOW-BALANCE-AND-LIMIT
                   PERFORM SHOW-AGING-BUCKETS
                   PERFORM SHOW-RECENT-LEDGER
                   PERFORM SHOW-HELD-ORDERS
                   PERFORM SHOW-DEAD-LETTERS
                   PERFORM SHOW-LAST-STATUS-CHANGE
                   MOVE 'Customer Found' TO CVMSGI
                   PERFORM WRITE-AUDIT-RECORD
               WHEN DFHRESP(NOTFND)
                   MOVE 'Customer Not Found' TO CVMSGI
               WHEN OTHER
                   MOVE 'Customer Lookup Error - File Unavailable'
                       TO CVMSGI
           END-EVALUATE.

       SHOW-MASTER-RECORD.
           MOVE CUST-NAME TO CVNAMEI.
      *    Envelope order, as on GET-CUSTOMER's panel; an address not
      *    yet split shows as the free text it still is.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE SPACES TO CVADDRI
               STRING CUST-STREET DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   CUST-CITY DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-STATE DELIMITED BY ' '
                   ' ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY '  '
                   INTO CVADDRI
           ELSE
               MOVE CUST-ADDRESS-TEXT TO CVADDRI
           END-IF.
           MOVE CUST-PHONE TO CVPHONI.
           MOVE CUST-REGION TO CVREGI.
           MOVE CUST-STATUS TO CVSTATI.
           MOVE CUST-STATUS-REASON TO CVRSNI.

      *    The balance is negative when money is owed, so what is
      *    left under the limit is the limit plus the balance.
       SHOW-BALANCE-AND-LIMIT.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'UNAVAILABLE' TO CVBALI
           ELSE
               MOVE WS-TBL-BALANCE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO CVBALI
           END-IF.
           MOVE CUST-CREDIT-LIMIT TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO CVLIMI.
           EVALUATE TRUE
               WHEN CUST-CREDIT-LIMIT NOT > 0
                   MOVE 'NO LIMIT' TO CVAVLI
               WHEN SQLCODE NOT = 0
                   MOVE 'UNAVAILABLE' TO CVAVLI
               WHEN OTHER
                   COMPUTE WS-AVAILABLE =
                       CUST-CREDIT-LIMIT + WS-TBL-BALANCE
                   MOVE WS-AVAILABLE TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO CVAVLI
           END-EVALUATE.

      *    The extract's first line carries only its as-of date; the
      *    rest are in customer ID order, so the scan stops once it
      *    passes the customer. No line for the customer means the
      *    aging found nothing owed - all four buckets zero.
       SHOW-AGING-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE 0 TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO CVAGI(WS-BUCKET-IDX)
           END-PERFORM.
           OPEN INPUT AGE-BUCKET-FILE.
           IF WS-BUCKET-STATUS NOT = '00'
               MOVE 'NOT RUN' TO CVAGDTI
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ AGE-BUCKET-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           EVALUATE TRUE
                               WHEN AGB-CUST-ID = SPACES
                                   MOVE AGB-AS-OF-DATE TO CVAGDTI
                               WHEN AGB-CUST-ID = WS-CUST-ID
                                   PERFORM SHOW-ONE-CUSTOMER-BUCKETS
                                   MOVE 'YES' TO WS-END-OF-FILE
                               WHEN AGB-CUST-ID > WS-CUST-ID
                                   MOVE 'YES' TO WS-END-OF-FILE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE AGE-BUCKET-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       SHOW-ONE-CUSTOMER-BUCKETS.
           PERFORM VARYING WS-BUCKET-IDX FROM 1 BY 1
                   UNTIL WS-BUCKET-IDX > 4
               MOVE AGB-AMOUNT(WS-BUCKET-IDX) TO WS-AGE-EDIT
               MOVE WS-AGE-EDIT TO CVAGI(WS-BUCKET-IDX)
           END-PERFORM.

      *    A start past the customer's last line lands on the next
      *    customer's first, which the first READPREV returns and is
      *    passed over; NOTFND means no customer sorts after, and
      *    the browse starts again from the end of the file.
       SHOW-RECENT-LEDGER.
           MOVE 0 TO WS-RECENT-COUNT.
           MOVE 'NO' TO WS-LEDGER-DONE.
           MOVE 'NO' TO WS-LEDGER-ERROR.
           MOVE WS-CUST-ID TO WS-LEDGER-KEY-CUST.
           MOVE HIGH-VALUES TO WS-LEDGER-KEY-REST.
           EXEC CICS STARTBR
               DATASET('ORDLEDG-KSDS')
               RIDFLD(WS-LEDGER-KEY)
               GTEQ
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NOTFND)
               MOVE HIGH-VALUES TO WS-LEDGER-KEY
               EXEC CICS STARTBR
                   DATASET('ORDLEDG-KSDS')
                   RIDFLD(WS-LEDGER-KEY)
                   GTEQ
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM READ-PREVIOUS-LEDGER-LINE
                       UNTIL WS-LEDGER-DONE = 'YES'
                   EXEC CICS ENDBR
                       DATASET('ORDLEDG-KSDS')
                       RESP(WS-RESP)
                       END-EXEC
               WHEN DFHRESP(NOTFND)
                   CONTINUE
               WHEN OTHER
                   MOVE 'YES' TO WS-LEDGER-ERROR
           END-EVALUATE.
           EVALUATE TRUE
               WHEN WS-LEDGER-ERROR = 'YES'
                   MOVE 'ORDER LEDGER UNAVAILABLE' TO CVLINEI(1)
               WHEN WS-RECENT-COUNT = 0
                   MOVE 'NO LEDGER ENTRIES FOR THIS CUSTOMER'
                       TO CVLINEI(1)
           END-EVALUATE.

       READ-PREVIOUS-LEDGER-LINE.
           EXEC CICS READPREV
               DATASET('ORDLEDG-KSDS')
               INTO(LEDGER-KSDS-RECORD)
               RIDFLD(WS-LEDGER-KEY)
               RESP(WS-RESP)
               END-EXEC.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(ENDFILE)
                   MOVE 'YES' TO WS-LEDGER-DONE
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'YES' TO WS-LEDGER-ERROR
                   MOVE 'YES' TO WS-LEDGER-DONE
               WHEN LGK-CUST-ID > WS-CUST-ID
                   CONTINUE
               WHEN LGK-CUST-ID < WS-CUST-ID
                   MOVE 'YES' TO WS-LEDGER-DONE
               WHEN OTHER
                   MOVE LGK-LEDGER-LINE TO LEDGER-RECORD
                   PERFORM SHOW-LEDGER-LINE
                   IF WS-RECENT-COUNT = 10
                       MOVE 'YES' TO WS-LEDGER-DONE
                   END-IF
           END-EVALUATE.

      *    Lines written before the business date was kept have no
      *    posting date - their timestamp's date stands in for it.
       SHOW-LEDGER-LINE.
           IF LGR-POSTING-DATE = SPACES
               MOVE LGR-TIMESTAMP(1:8) TO LL-POSTED
           ELSE
               MOVE LGR-POSTING-DATE TO LL-POSTED
           END-IF.
           MOVE LGR-ORDER-ID TO LL-ORDER-ID.
           MOVE LGR-ORDER-TYPE TO LL-TYPE.
           MOVE LGR-OUTCOME TO LL-OUTCOME.
           MOVE LGR-TOTAL-AMOUNT TO LL-AMOUNT.
           MOVE LGR-REASON-TEXT TO LL-REASON.
           ADD 1 TO WS-RECENT-COUNT.
           MOVE WS-LEDGER-LINE TO CVLINEI(WS-RECENT-COUNT).

      *    The first three held order IDs are named; the count and
      *    total cover them all.
       SHOW-HELD-ORDERS.
           MOVE 0 TO WS-HELD-COUNT.
           MOVE 0 TO WS-HELD-TOTAL.
           MOVE SPACES TO WS-HELD-ORDERS.
           MOVE 1 TO WS-HELD-PTR.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS NOT = '00'
               MOVE 'HELD ORDERS: FILE UNAVAILABLE' TO CVHELDI
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-ORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF HLD-CUST-ID = WS-CUST-ID
                               ADD 1 TO WS-HELD-COUNT
                               ADD HLD-TOTAL-AMOUNT TO WS-HELD-TOTAL
                               IF WS-HELD-COUNT NOT > 3
                                   STRING HLD-ORDER-ID ' '
                                       DELIMITED BY SIZE
                                       INTO WS-HELD-ORDERS
                                       WITH POINTER WS-HELD-PTR
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
               IF WS-HELD-COUNT = 0
                   MOVE 'HELD ORDERS: NONE' TO CVHELDI
               ELSE
                   MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
                   MOVE WS-HELD-TOTAL TO WS-TOTAL-EDIT
                   STRING 'HELD ORDERS: ' WS-COUNT-EDIT
                       '  TOTAL: ' WS-TOTAL-EDIT
                       '  ORDERS: ' WS-HELD-ORDERS
                       DELIMITED BY SIZE INTO CVHELDI
               END-IF
           END-IF.

       SHOW-DEAD-LETTERS.
           MOVE 0 TO WS-DLQ-COUNT.
           OPEN INPUT DEAD-LETTER-FILE.
           IF WS-DLQ-STATUS NOT = '00'
               MOVE 'DEAD LETTERS: NONE' TO CVDLQI
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ DEAD-LETTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO WS-DLQ-ORDER-ID
                           MOVE SPACES TO WS-DLQ-CUST-ID
                           UNSTRING DLQ-RAW-MESSAGE DELIMITED BY '|'
                               INTO WS-DLQ-ORDER-ID WS-DLQ-CUST-ID
                           END-UNSTRING
                           IF WS-DLQ-CUST-ID = WS-CUST-ID
                               ADD 1 TO WS-DLQ-COUNT
                               MOVE WS-DLQ-ORDER-ID
                                   TO WS-DLQ-LAST-ORDER
                               MOVE DLQ-REASON-TEXT
                                   TO WS-DLQ-LAST-REASON
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
               IF WS-DLQ-COUNT = 0
                   MOVE 'DEAD LETTERS: NONE' TO CVDLQI
               ELSE
                   MOVE WS-DLQ-COUNT TO WS-COUNT-EDIT
                   STRING 'DEAD LETTERS: ' WS-COUNT-EDIT
                       '  LATEST: ' WS-DLQ-LAST-ORDER
                       ' - ' WS-DLQ-LAST-REASON
                       DELIMITED BY SIZE INTO CVDLQI
               END-IF
           END-IF.

      *    A status change is any single-account entry whose before
      *    and after images carry different statuses. An ADD's
      *    LOW-VALUES before-image is not one, and the MRGLEDG and
      *    MRGHELD entries of a merge carry ledger lines and held
      *    orders rather than customer images, so they are skipped.
       SHOW-LAST-STATUS-CHANGE.
           MOVE 'NO' TO WS-CHANGE-FOUND.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ JOURNAL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           MOVE JOURNAL-FILE-RECORD
                               TO WS-JOURNAL-ENTRY
                           IF JRN-CUST-ID = WS-CUST-ID
                               AND JRN-BEFORE-IMAGE NOT = LOW-VALUES
                               AND JRN-ACTION NOT = 'MRGLEDG'
                               AND JRN-ACTION NOT = 'MRGHELD'
                               PERFORM CHECK-STATUS-CHANGE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           IF WS-CHANGE-FOUND = 'NO'
               MOVE 'NO STATUS CHANGE ON THE JOURNAL' TO CVSCHGI
           ELSE
               IF WS-TO-REASON = SPACES
                   MOVE '----' TO WS-TO-REASON
               END-IF
               STRING WS-CHANGE-DATE ' ' DELIMITED BY SIZE
                   WS-FROM-STATUS DELIMITED BY SPACE
                   ' TO ' DELIMITED BY SIZE
                   WS-TO-STATUS DELIMITED BY SPACE
                   ' REASON ' WS-TO-REASON ' BY ' DELIMITED BY SIZE
                   WS-CHANGE-USER DELIMITED BY '  '
                   INTO CVSCHGI
           END-IF.

       CHECK-STATUS-CHANGE.
           MOVE JRN-BEFORE-IMAGE TO WS-CUSTOMER-IMAGE.
           MOVE JCI-STATUS TO WS-FROM-STATUS.
           MOVE JRN-AFTER-IMAGE TO WS-CUSTOMER-IMAGE.
           IF JCI-STATUS NOT = WS-FROM-STATUS
               MOVE 'YES' TO WS-CHANGE-FOUND
               MOVE JCI-STATUS TO WS-TO-STATUS
               MOVE JCI-STATUS-REASON TO WS-TO-REASON
               MOVE JRN-TIMESTAMP(1:8) TO WS-CHANGE-DATE
               MOVE JRN-USER-ID TO WS-CHANGE-USER
           END-IF.

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

       WRITE-AUDIT-RECORD.
           MOVE 'CUST360' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-CUST-ID TO AUD-ENTITY-ID.
           MOVE 'INQUIRY' TO AUD-ACTION.
           MOVE 'SUCCESS' TO AUD-RESULT.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
