       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDER-ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-MASTER-FILE ASSIGN TO 'ITEMMAST.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ITEM-STATUS.
      *    Contract prices in force, checked before the list price
      *    exactly as MQ-RECEIVER will check the order.
           SELECT CONTRACT-FILE ASSIGN TO 'CONTRACT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CP-KEY
           FILE STATUS IS WS-CONTRACT-STATUS.
           SELECT ORDER-SEQ-FILE ASSIGN TO 'OESEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ITEM-MASTER-FILE.
       COPY "ITEMREC.cpy".

       FD CONTRACT-FILE.
       COPY "CONTRPRC.cpy".

       FD ORDER-SEQ-FILE.
       01 ORDER-SEQ-RECORD PIC 9(6).

       WORKING-STORAGE SECTION.
       01  WS-RESP             PIC S9(8) COMP.
       01  WS-RESP2            PIC S9(8) COMP.
       01  WS-ITEM-STATUS      PIC XX.
       01  WS-CONTRACT-STATUS  PIC XX.
       01  WS-CONTRACTS-ON     PIC X(3) VALUE 'NO'.
       01  WS-CONTRACT-EOF     PIC X(3) VALUE 'NO'.
       01  WS-CONTRACT-FOUND   PIC X(3) VALUE 'NO'.
       01  WS-SEQ-STATUS       PIC XX.
       01  WS-END-OF-FILE      PIC X(3) VALUE 'NO'.

       01  WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.
       01  WS-REFUSAL-TEXT     PIC X(50).
       01  WS-ENTRY-DONE       PIC X(3) VALUE 'NO'.

      *    What the operator keyed, with the map's LOW-VALUES made
      *    spaces.
       01  WS-CUST-ID          PIC X(10).
       01  WS-ORDER-TYPE       PIC X(1).
       01  WS-ENT-ITEM         PIC X(10).
       01  WS-ENT-QTY-TEXT     PIC X(5).
       01  WS-QTY-LENGTH       PIC 9(2) VALUE 0.
       01  WS-QTY-IDX          PIC 9(2) VALUE 0.
       01  WS-LINE-NUMBER      PIC 9(1).

      *    The outcome of checking the panel. The first reason an
      *    order cannot go is the one the operator is shown; every
      *    other problem is still flagged on its own line.
       01  WS-ORDER-VALID      PIC X(3) VALUE 'YES'.
       01  WS-FAIL-REASON      PIC X(60) VALUE SPACES.
       01  WS-CUSTOMER-FOUND   PIC X(3) VALUE 'NO'.
       01  WS-OVER-LIMIT       PIC X(3) VALUE 'NO'.

       01  WS-LINE-IDX         PIC 9(2) VALUE 0.
       01  WS-ITEM-FOUND       PIC X(3) VALUE 'NO'.
       01  WS-UNIT-PRICE       PIC 9(7)V99 VALUE 0.
       01  WS-LINE-AMOUNT      PIC 9(7)V99 VALUE 0.
       01  WS-PRICE-DATE       PIC X(8).

       01  WS-ITEM-COUNT       PIC 9(4) VALUE 0.
       01  WS-ITEM-IDX         PIC 9(4) VALUE 0.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY OCCURS 500 TIMES.
               10  WS-ITM-CODE    PIC X(10).
               10  WS-ITM-PRICE   PIC 9(7)V99.
               10  WS-ITM-DESC    PIC X(30).
               10  WS-ITM-ACTIVE  PIC X(1).

      *    DB2 is authoritative for the balance the credit gate
      *    weighs the order against.
       01  WS-TBL-BALANCE      PIC S9(9)V99 COMP-3.
       01  WS-HEADROOM         PIC S9(9)V99 COMP-3.
       01  WS-HEADROOM-AFTER   PIC S9(9)V99 COMP-3.
       01  WS-MONEY-EDIT       PIC -(9)9.99.
       01  WS-PRICE-EDIT       PIC Z(6)9.99.
       01  WS-AMOUNT-EDIT      PIC Z(8)9.99.

      *    'OE' and a six-digit sequence kept in OESEQ.DAT, the way
      *    STANDING-ORDER-GEN numbers its 'SO' orders.
       01  WS-ORDER-ID         PIC X(8).
       01  WS-ORDER-SEQ        PIC 9(6) VALUE 0.

       01  WS-MSG              PIC X(200).
       01  WS-MSG-PTR          PIC 9(3) VALUE 1.
       01  WS-MSG-QTY          PIC 9(5).
       01  WS-MSG-AMOUNT       PIC 9(7)V99.
       01  WS-PUT-OK           PIC X(3) VALUE 'NO'.
       01  WS-RETRY-COUNT      PIC 9(2) VALUE 0.
       01  WS-RETRY-MAX        PIC 9(2) VALUE 3.
       01  WS-RETRY-WAIT       PIC 9(2) VALUE 2.
       01  WS-ORDER-QNAME      PIC X(20) VALUE 'ORDER-QUEUE'.
       01  WS-ENTRY-PARTNER    PIC X(8) VALUE 'ORDENTRY'.

       COPY "ORDREC.cpy".
       COPY "SESSION.cpy".
       COPY "ORDMAP.cpy".
       COPY "AIDKEYS.cpy".

       01  WS-SESSCHK-COMMAREA.
       COPY "SESSCHK.cpy".
       COPY "AUDITLOG.cpy".
       COPY "ERRLOG.cpy".
       COPY "BUSDATE.cpy".
       COPY "MSGCHK.cpy".

       01  WS-GETCUST-COMMAREA.
       COPY "GETCUST.cpy".

       01  WS-MQPUT-COMMAREA.
       COPY "MQPUTCA.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

      * Takes a phone order while the caller is still on the line
      * and puts it straight onto ORDER-QUEUE, instead of keying an
      * ORDERS.DAT row that waits for MQSEND's next batch run. The
      * ORDMAP panel holds a customer ID, the order type (sale or
      * return) and up to five item and quantity lines. ENTER checks
      * the order without sending it: the customer is looked up
      * through GET-CUSTOMER and must be ACTIVE (a customer on
      * credit HOLD may still return goods, as MQ-RECEIVER allows);
      * each item must be active on ITEMMAST.DAT, and is priced at
      * the customer's contract price in force or else the list
      * price, so the amounts sent are the ones MQ-RECEIVER's price
      * check expects; and the credit headroom - the limit less the
      * DB2 balance - is shown before and after the order. A sale
      * that would go past the limit is still sent, with a warning,
      * because MQ-RECEIVER holds it for credit review rather than
      * refusing it. PF5 checks again and, if the order passes,
      * gives it an 'OE' order ID from OESEQ.DAT and puts it on
      * ORDER-QUEUE through MQPUT in the same pipe-delimited form
      * MQSEND sends, signed as trading partner ORDENTRY, with
      * MQSEND's retries. Every order sent or refused at PF5 is
      * written to AUDT under the operator's session username.
      * Gated by the maintenance authorization group, the one the
      * order desk already holds for keying customer changes.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           IF WS-NOT-AUTHENTICATED = 'YES'
               EXEC CICS RETURN END-EXEC
           END-IF.

           PERFORM LOAD-ITEM-MASTER.
           MOVE 'NO' TO WS-CONTRACTS-ON.
           OPEN INPUT CONTRACT-FILE.
           IF WS-CONTRACT-STATUS = '00'
               MOVE 'YES' TO WS-CONTRACTS-ON
           END-IF.
      *    Priced as of the business day the order will post on,
      *    the date MQ-RECEIVER verifies contract prices against.
           MOVE 'P' TO BDT-FUNCTION.
           CALL 'BUSINESS-DATE-SERVICE' USING WS-BUSINESS-DATE-ENTRY.
           MOVE BDT-POSTING-DATE TO WS-PRICE-DATE.

           PERFORM RUN-ENTRY-PANEL.

           IF WS-CONTRACTS-ON = 'YES'
               CLOSE CONTRACT-FILE
           END-IF.
           EXEC CICS RETURN END-EXEC.

      *    Same conversation as GET-CUSTOMER's panel: one SEND of the
      *    fresh panel, then receive-act-resend until PF3 or CLEAR.
       RUN-ENTRY-PANEL.
           MOVE LOW-VALUES TO ORDMAPI.
           IF WS-ITEM-COUNT = 0
               MOVE 'Item Master Unavailable - Orders Cannot Be Priced'
                   TO OEMSGI
           ELSE
               MOVE 'Key Customer, Type and Lines - ENTER to Check'
                   TO OEMSGI
           END-IF.
           EXEC CICS SEND
               MAP('ORDMAP')
               MAPSET('ORDSET')
               FROM(ORDMAPI)
               ERASE
               END-EXEC.
           MOVE 'NO' TO WS-ENTRY-DONE.
           PERFORM PROCESS-ORDER-ENTRY
               UNTIL WS-ENTRY-DONE = 'YES'.

       PROCESS-ORDER-ENTRY.
           EXEC CICS RECEIVE
               MAP('ORDMAP')
               MAPSET('ORDSET')
               INTO(ORDMAPI)
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP NOT = DFHRESP(NORMAL)
               OR EIBAID = AID-CLEAR OR EIBAID = AID-PF3
               MOVE 'YES' TO WS-ENTRY-DONE
           ELSE
               PERFORM CLEAR-ORDER-ANSWERS
               PERFORM CHECK-ORDER
               IF EIBAID = AID-PF5
                   IF WS-ORDER-VALID = 'YES'
                       PERFORM SEND-ORDER
                   ELSE
                       MOVE 'REFUSED' TO AUD-ACTION
                       MOVE WS-FAIL-REASON TO AUD-RESULT
                       PERFORM WRITE-AUDIT-RECORD
                   END-IF
               END-IF
               EXEC CICS SEND
                   MAP('ORDMAP')
                   MAPSET('ORDSET')
                   FROM(ORDMAPI)
                   DATAONLY
                   END-EXEC
           END-IF.

       CLEAR-ORDER-ANSWERS.
           MOVE SPACES TO OENAMEI.
           MOVE SPACES TO OESTATI.
           MOVE SPACES TO OEBALI.
           MOVE SPACES TO OELIMI.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5
               MOVE SPACES TO OEDSCI(WS-LINE-IDX)
               MOVE SPACES TO OEPRCI(WS-LINE-IDX)
               MOVE SPACES TO OEAMTI(WS-LINE-IDX)
           END-PERFORM.
           MOVE SPACES TO OETOTI.
           MOVE SPACES TO OEHNOWI.
           MOVE SPACES TO OEHAFTI.
           MOVE SPACES TO OEMSGI.

      *    Builds ORDER-RECORD from the panel as it is checked, the
      *    keyed lines packed up in screen order with blank lines
      *    skipped.
       CHECK-ORDER.
           MOVE 'YES' TO WS-ORDER-VALID.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE 'NO' TO WS-OVER-LIMIT.
           INITIALIZE ORDER-RECORD.
           MOVE OECUSTI TO WS-CUST-ID.
           INSPECT WS-CUST-ID REPLACING ALL LOW-VALUE BY SPACE.
           MOVE OETYPEI TO WS-ORDER-TYPE.
           INSPECT WS-ORDER-TYPE REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ORDER-TYPE) TO WS-ORDER-TYPE.
           IF WS-ORDER-TYPE = SPACE
               MOVE 'S' TO WS-ORDER-TYPE
               MOVE 'S' TO OETYPEI
           END-IF.
           MOVE WS-CUST-ID TO ORD-CUST-ID.
           MOVE WS-ORDER-TYPE TO ORD-ORDER-TYPE.

           IF WS-CUST-ID = SPACES
               MOVE 'NO' TO WS-ORDER-VALID
               MOVE 'No Customer ID Entered' TO WS-FAIL-REASON
           ELSE
               PERFORM CHECK-CUSTOMER-STANDING
           END-IF.
           IF WS-ORDER-TYPE NOT = 'S' AND WS-ORDER-TYPE NOT = 'R'
               PERFORM FLAG-ORDER-INVALID
               IF WS-FAIL-REASON = SPACES
                   MOVE 'Order Type Must Be S or R' TO WS-FAIL-REASON
               END-IF
           END-IF.

           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5
               PERFORM CHECK-ONE-LINE
           END-PERFORM.
           IF ORD-ITEM-COUNT = 0
               PERFORM FLAG-ORDER-INVALID
               IF WS-FAIL-REASON = SPACES
                   MOVE 'No Order Lines Entered' TO WS-FAIL-REASON
               END-IF
           END-IF.
           MOVE ORD-TOTAL-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-AMOUNT-EDIT TO OETOTI.

           IF WS-CUSTOMER-FOUND = 'YES'
               PERFORM SHOW-CREDIT-HEADROOM
           END-IF.

           EVALUATE TRUE
               WHEN WS-ORDER-VALID = 'NO'
                   MOVE WS-FAIL-REASON TO OEMSGI
               WHEN WS-OVER-LIMIT = 'YES'
                   MOVE 'Over Credit Limit - Will Be Held For Review - '
                       TO OEMSGI
                   MOVE 'PF5 to Send' TO OEMSGI(48:11)
               WHEN OTHER
                   MOVE 'Order Checked - PF5 to Send' TO OEMSGI
           END-EVALUATE.

       FLAG-ORDER-INVALID.
           MOVE 'NO' TO WS-ORDER-VALID.

      *    The standing MQ-RECEIVER will confirm before posting,
      *    asked while the caller can still be told: a customer on
      *    credit hold may return goods but not buy, anyone else not
      *    ACTIVE may do neither.
       CHECK-CUSTOMER-STANDING.
           MOVE 'NO' TO WS-CUSTOMER-FOUND.
           MOVE SPACES TO WS-GETCUST-COMMAREA.
           MOVE WS-CUST-ID TO CA-CUST-ID.
           MOVE 'N' TO CA-BROWSE-MODE.
           EXEC CICS LINK PROGRAM('GET-CUSTOMER')
               COMMAREA(WS-GETCUST-COMMAREA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND CA-RETURN-CODE = '00'
               MOVE 'YES' TO WS-CUSTOMER-FOUND
               MOVE CA-CUST-NAME TO OENAMEI
               MOVE CA-CUST-STATUS TO OESTATI
           END-IF.
           EVALUATE TRUE
               WHEN WS-RESP = DFHRESP(NORMAL)
                   AND CA-RETURN-CODE = 'CD'
                   MOVE 'NO' TO WS-ORDER-VALID
                   MOVE 'Customer ID Check Digit Wrong - Rekey'
                       TO WS-FAIL-REASON
               WHEN WS-RESP NOT = DFHRESP(NORMAL)
                   OR (CA-RETURN-CODE NOT = '00'
                       AND CA-RETURN-CODE NOT = 'NF')
                   MOVE 'NO' TO WS-ORDER-VALID
                   MOVE 'Customer Lookup Unavailable - Try Again'
                       TO WS-FAIL-REASON
               WHEN CA-RETURN-CODE = 'NF'
                   MOVE 'NO' TO WS-ORDER-VALID
                   MOVE 'Customer Not On Customer Master'
                       TO WS-FAIL-REASON
               WHEN CA-CUST-STATUS = 'HOLD'
                   AND WS-ORDER-TYPE = 'S'
                   MOVE 'NO' TO WS-ORDER-VALID
                   MOVE 'Customer On Credit Hold - Sales Refused'
                       TO WS-FAIL-REASON
               WHEN CA-CUST-STATUS = 'HOLD'
                   CONTINUE
               WHEN CA-CUST-STATUS NOT = 'ACTIVE'
                   MOVE 'NO' TO WS-ORDER-VALID
                   STRING 'Customer Not ACTIVE - ' CA-CUST-STATUS
                       DELIMITED BY SIZE INTO WS-FAIL-REASON
           END-EVALUATE.

      *    A line with neither item nor quantity is simply unused.
      *    Anything wrong with a keyed line is said in its own
      *    description column.
       CHECK-ONE-LINE.
           MOVE OEITMI(WS-LINE-IDX) TO WS-ENT-ITEM.
           INSPECT WS-ENT-ITEM REPLACING ALL LOW-VALUE BY SPACE.
           MOVE FUNCTION UPPER-CASE(WS-ENT-ITEM) TO WS-ENT-ITEM.
           MOVE OEQTYI(WS-LINE-IDX) TO WS-ENT-QTY-TEXT.
           INSPECT WS-ENT-QTY-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE WS-LINE-IDX TO WS-LINE-NUMBER.
           IF WS-ENT-ITEM NOT = SPACES OR WS-ENT-QTY-TEXT NOT = SPACES
               PERFORM MEASURE-QTY-ENTRY
               EVALUATE TRUE
                   WHEN WS-ENT-ITEM = SPACES
                       MOVE 'NO ITEM CODE' TO OEDSCI(WS-LINE-IDX)
                       PERFORM FLAG-LINE-INVALID
                   WHEN WS-QTY-LENGTH = 0
                       MOVE 'NO QUANTITY' TO OEDSCI(WS-LINE-IDX)
                       PERFORM FLAG-LINE-INVALID
                   WHEN WS-ENT-QTY-TEXT(1:WS-QTY-LENGTH) NOT NUMERIC
                       MOVE 'QUANTITY IS NOT NUMERIC'
                           TO OEDSCI(WS-LINE-IDX)
                       PERFORM FLAG-LINE-INVALID
                   WHEN FUNCTION NUMVAL(WS-ENT-QTY-TEXT) = 0
                       MOVE 'QUANTITY MUST BE AT LEAST 1'
                           TO OEDSCI(WS-LINE-IDX)
                       PERFORM FLAG-LINE-INVALID
                   WHEN OTHER
                       PERFORM PRICE-ONE-LINE
               END-EVALUATE
           END-IF.

       MEASURE-QTY-ENTRY.
           MOVE 0 TO WS-QTY-LENGTH.
           PERFORM VARYING WS-QTY-IDX FROM 5 BY -1
                   UNTIL WS-QTY-IDX < 1
                   OR WS-QTY-LENGTH > 0
               IF WS-ENT-QTY-TEXT(WS-QTY-IDX:1) NOT = SPACE
                   MOVE WS-QTY-IDX TO WS-QTY-LENGTH
               END-IF
           END-PERFORM.

       FLAG-LINE-INVALID.
           MOVE 'NO' TO WS-ORDER-VALID.
           IF WS-FAIL-REASON = SPACES
               STRING 'Line ' WS-LINE-NUMBER ': '
                   OEDSCI(WS-LINE-IDX) DELIMITED BY SIZE
                   INTO WS-FAIL-REASON
           END-IF.

      *    The contract price in force wins over the list price,
      *    the same order MQ-RECEIVER checks them in.
       PRICE-ONE-LINE.
           MOVE 'NO' TO WS-ITEM-FOUND.
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX > WS-ITEM-COUNT
                   OR WS-ITEM-FOUND = 'YES'
               IF WS-ITM-CODE(WS-ITEM-IDX) = WS-ENT-ITEM
                   MOVE 'YES' TO WS-ITEM-FOUND
               END-IF
           END-PERFORM.
           IF WS-ITEM-FOUND = 'YES'
               SUBTRACT 1 FROM WS-ITEM-IDX
           END-IF.
           EVALUATE TRUE
               WHEN WS-ITEM-FOUND = 'NO'
                   MOVE 'NOT ON ITEM MASTER' TO OEDSCI(WS-LINE-IDX)
                   PERFORM FLAG-LINE-INVALID
               WHEN WS-ITM-ACTIVE(WS-ITEM-IDX) NOT = 'Y'
                   MOVE 'ITEM RETIRED - NO LONGER SOLD'
                       TO OEDSCI(WS-LINE-IDX)
                   PERFORM FLAG-LINE-INVALID
               WHEN OTHER
                   MOVE WS-ITM-DESC(WS-ITEM-IDX)
                       TO OEDSCI(WS-LINE-IDX)
                   MOVE WS-ITM-PRICE(WS-ITEM-IDX) TO WS-UNIT-PRICE
                   PERFORM FIND-CONTRACT-PRICE
                   IF WS-CONTRACT-FOUND = 'YES'
                       MOVE CP-UNIT-PRICE TO WS-UNIT-PRICE
                   END-IF
                   PERFORM ADD-ORDER-LINE
           END-EVALUATE.

       ADD-ORDER-LINE.
           MOVE WS-UNIT-PRICE TO WS-PRICE-EDIT.
           MOVE WS-PRICE-EDIT TO OEPRCI(WS-LINE-IDX).
           COMPUTE WS-LINE-AMOUNT =
               FUNCTION NUMVAL(WS-ENT-QTY-TEXT) * WS-UNIT-PRICE
               ON SIZE ERROR
                   MOVE 'LINE AMOUNT TOO LARGE' TO OEDSCI(WS-LINE-IDX)
                   PERFORM FLAG-LINE-INVALID
               NOT ON SIZE ERROR
                   MOVE WS-LINE-AMOUNT TO WS-AMOUNT-EDIT
                   MOVE WS-AMOUNT-EDIT TO OEAMTI(WS-LINE-IDX)
                   ADD 1 TO ORD-ITEM-COUNT
                   MOVE WS-ENT-ITEM TO ORD-ITEM-CODE(ORD-ITEM-COUNT)
                   COMPUTE ORD-QTY(ORD-ITEM-COUNT) =
                       FUNCTION NUMVAL(WS-ENT-QTY-TEXT)
                   MOVE WS-LINE-AMOUNT TO ORD-AMOUNT(ORD-ITEM-COUNT)
                   ADD WS-LINE-AMOUNT TO ORD-TOTAL-AMOUNT
                       ON SIZE ERROR
                           MOVE 'ORDER TOTAL TOO LARGE'
                               TO OEDSCI(WS-LINE-IDX)
                           PERFORM FLAG-LINE-INVALID
                   END-ADD
           END-COMPUTE.

      *    Same lookup MQ-RECEIVER makes: the first contract on the
      *    pair whose window takes in the posting date.
       FIND-CONTRACT-PRICE.
           MOVE 'NO' TO WS-CONTRACT-FOUND.
           IF WS-CONTRACTS-ON = 'YES'
               MOVE 'NO' TO WS-CONTRACT-EOF
               MOVE WS-CUST-ID TO CP-CUST-ID
               MOVE WS-ENT-ITEM TO CP-ITEM-CODE
               MOVE LOW-VALUES TO CP-EFFECTIVE-DATE
               START CONTRACT-FILE KEY IS >= CP-KEY
                   INVALID KEY
                       MOVE 'YES' TO WS-CONTRACT-EOF
               END-START
               PERFORM UNTIL WS-CONTRACT-EOF = 'YES'
                   READ CONTRACT-FILE NEXT RECORD
                       AT END
                           MOVE 'YES' TO WS-CONTRACT-EOF
                       NOT AT END
                           IF CP-CUST-ID NOT = WS-CUST-ID
                               OR CP-ITEM-CODE NOT = WS-ENT-ITEM
                               OR CP-EFFECTIVE-DATE > WS-PRICE-DATE
                               MOVE 'YES' TO WS-CONTRACT-EOF
                           ELSE
                               IF CP-EXPIRY-DATE >= WS-PRICE-DATE
                                   MOVE 'YES' TO WS-CONTRACT-FOUND
                                   MOVE 'YES' TO WS-CONTRACT-EOF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The balance is negative when money is owed, so the
      *    headroom is the limit plus the balance. A sale uses it
      *    up and a return gives it back. A limit of zero means none
      *    is set, and there is no headroom to show.
       SHOW-CREDIT-HEADROOM.
           MOVE CA-CUST-CREDIT-LIMIT TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO OELIMI.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-CUST-ID
           END-EXEC.
           IF SQLCODE NOT = 0
               MOVE 'UNAVAILABLE' TO OEBALI
           ELSE
               MOVE WS-TBL-BALANCE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO OEBALI
           END-IF.
           EVALUATE TRUE
               WHEN CA-CUST-CREDIT-LIMIT NOT > 0
                   MOVE 'NO LIMIT' TO OEHNOWI
                   MOVE 'NO LIMIT' TO OEHAFTI
               WHEN SQLCODE NOT = 0
                   MOVE 'UNAVAILABLE' TO OEHNOWI
                   MOVE 'UNAVAILABLE' TO OEHAFTI
               WHEN OTHER
                   COMPUTE WS-HEADROOM =
                       CA-CUST-CREDIT-LIMIT + WS-TBL-BALANCE
                   IF WS-ORDER-TYPE = 'R'
                       COMPUTE WS-HEADROOM-AFTER =
                           WS-HEADROOM + ORD-TOTAL-AMOUNT
                   ELSE
                       COMPUTE WS-HEADROOM-AFTER =
                           WS-HEADROOM - ORD-TOTAL-AMOUNT
                   END-IF
                   MOVE WS-HEADROOM TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO OEHNOWI
                   MOVE WS-HEADROOM-AFTER TO WS-MONEY-EDIT
                   MOVE WS-MONEY-EDIT TO OEHAFTI
                   IF WS-ORDER-TYPE = 'S' AND WS-HEADROOM-AFTER < 0
                       MOVE 'YES' TO WS-OVER-LIMIT
                   END-IF
           END-EVALUATE.

      *    A sent order leaves the panel clear for the next call,
      *    with its order ID shown to read back to the caller. A put
      *    that fails after retries leaves the order on the panel to
      *    send again.
       SEND-ORDER.
           PERFORM NEXT-ORDER-ID.
           MOVE WS-ORDER-ID TO ORD-ORDER-ID.
           PERFORM BUILD-ORDER-MESSAGE.
           PERFORM SIGN-ORDER-MESSAGE.
           IF MCK-RETURN-CODE NOT = '00'
               MOVE SPACES TO OEMSGI
               STRING 'Order Desk Not Set Up As Trading Partner '
                   WS-ENTRY-PARTNER ' - Not Sent'
                   DELIMITED BY SIZE INTO OEMSGI
               MOVE 'ORDER' TO AUD-ACTION
               MOVE SPACES TO AUD-RESULT
               STRING 'NOT SIGNED RC=' MCK-RETURN-CODE
                   ' - NOT SENT' DELIMITED BY SIZE INTO AUD-RESULT
               PERFORM WRITE-AUDIT-RECORD
           ELSE
               PERFORM PUT-WITH-RETRY
               IF WS-PUT-OK = 'YES'
                   MOVE WS-ORDER-ID TO OEOIDI
                   MOVE SPACES TO OEMSGI
                   STRING 'Order ' WS-ORDER-ID ' Sent to '
                       WS-ORDER-QNAME DELIMITED BY SIZE INTO OEMSGI
                   MOVE 'ORDER' TO AUD-ACTION
                   MOVE SPACES TO AUD-RESULT
                   STRING 'SENT ' WS-ORDER-ID DELIMITED BY SIZE
                       INTO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM CLEAR-ORDER-PANEL
               ELSE
                   MOVE 'Order Send Failed After Retries - Not Sent'
                       TO OEMSGI
                   MOVE 'ORDENTRY' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E154' TO ERR-CODE
                   MOVE 'WARN' TO ERR-SEVERITY
                   STRING 'ORDER PUT FAILED - ' WS-ORDER-ID
                       ' NOT SENT FOR ' WS-CUST-ID
                       DELIMITED BY SIZE INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
                   MOVE 'ORDER' TO AUD-ACTION
                   MOVE 'PUT FAILED - NOT SENT' TO AUD-RESULT
                   PERFORM WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       CLEAR-ORDER-PANEL.
           MOVE SPACES TO OECUSTI.
           MOVE SPACES TO OETYPEI.
           MOVE SPACES TO OENAMEI.
           MOVE SPACES TO OESTATI.
           MOVE SPACES TO OEBALI.
           MOVE SPACES TO OELIMI.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > 5
               MOVE SPACES TO OEITMI(WS-LINE-IDX)
               MOVE SPACES TO OEQTYI(WS-LINE-IDX)
               MOVE SPACES TO OEDSCI(WS-LINE-IDX)
               MOVE SPACES TO OEPRCI(WS-LINE-IDX)
               MOVE SPACES TO OEAMTI(WS-LINE-IDX)
           END-PERFORM.
           MOVE SPACES TO OETOTI.
           MOVE SPACES TO OEHNOWI.
           MOVE SPACES TO OEHAFTI.

      *    The same pipe-delimited shape MQSEND builds and
      *    PARSE-ORDER-MESSAGE walks back off the queue: header,
      *    order type, then one ITEM|QTY|AMT triple per line.
       BUILD-ORDER-MESSAGE.
           MOVE SPACES TO WS-MSG.
           MOVE 1 TO WS-MSG-PTR.
           STRING ORD-ORDER-ID DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               ORD-CUST-ID DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               ORD-ORDER-TYPE DELIMITED BY SIZE
               INTO WS-MSG WITH POINTER WS-MSG-PTR.
           PERFORM VARYING WS-LINE-IDX FROM 1 BY 1
                   UNTIL WS-LINE-IDX > ORD-ITEM-COUNT
               MOVE ORD-QTY(WS-LINE-IDX) TO WS-MSG-QTY
               MOVE ORD-AMOUNT(WS-LINE-IDX) TO WS-MSG-AMOUNT
               STRING '|' DELIMITED BY SIZE
                   ORD-ITEM-CODE(WS-LINE-IDX) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-MSG-QTY DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   WS-MSG-AMOUNT DELIMITED BY SIZE
                   INTO WS-MSG WITH POINTER WS-MSG-PTR
           END-PERFORM.

      *    The order desk puts on ORDER-QUEUE as a trading partner
      *    like any other sender, so MQ-RECEIVER proves its orders
      *    the same way - it must be on PARTNER.DAT and ACTIVE.
       SIGN-ORDER-MESSAGE.
           MOVE 'S' TO MCK-FUNCTION.
           MOVE WS-ENTRY-PARTNER TO MCK-PARTNER-ID.
           MOVE WS-MSG TO MCK-BODY.
           CALL 'MESSAGE-CHECK-VALUE' USING WS-MESSAGE-CHECK-ENTRY.
           IF MCK-RETURN-CODE = '00'
               MOVE MCK-SIGNED-MESSAGE TO WS-MSG
           END-IF.

       PUT-WITH-RETRY.
           MOVE 0 TO WS-RETRY-COUNT.
           MOVE 'NO' TO WS-PUT-OK.
           PERFORM UNTIL WS-PUT-OK = 'YES'
                   OR WS-RETRY-COUNT >= WS-RETRY-MAX
               MOVE WS-ORDER-QNAME TO MQ-PUT-QUEUE-NAME
               MOVE WS-MSG TO MQ-PUT-MESSAGE
               MOVE SPACES TO MQ-PUT-STATUS
               EXEC CICS LINK PROGRAM('MQPUT')
                   COMMAREA(WS-MQPUT-COMMAREA)
                   RESP(WS-RESP)
                   RESP2(WS-RESP2)
                   END-EXEC
               IF WS-RESP = DFHRESP(NORMAL) AND MQ-PUT-STATUS = '00'
                   MOVE 'YES' TO WS-PUT-OK
               ELSE
                   ADD 1 TO WS-RETRY-COUNT
                   IF WS-RETRY-COUNT < WS-RETRY-MAX
                       EXEC CICS DELAY
                           FOR SECONDS(WS-RETRY-WAIT)
                           END-EXEC
                   END-IF
               END-IF
           END-PERFORM.

      *    Written back before the order goes out, so an ID is never
      *    handed out twice even if the put then fails.
       NEXT-ORDER-ID.
           MOVE 0 TO WS-ORDER-SEQ.
           OPEN INPUT ORDER-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               READ ORDER-SEQ-FILE
                   NOT AT END
                       IF ORDER-SEQ-RECORD IS NUMERIC
                           MOVE ORDER-SEQ-RECORD TO WS-ORDER-SEQ
                       END-IF
               END-READ
               CLOSE ORDER-SEQ-FILE
           END-IF.
           IF WS-ORDER-SEQ >= 999999
               MOVE 0 TO WS-ORDER-SEQ
           END-IF.
           ADD 1 TO WS-ORDER-SEQ.
           OPEN OUTPUT ORDER-SEQ-FILE.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-ORDER-SEQ TO ORDER-SEQ-RECORD
               WRITE ORDER-SEQ-RECORD
               CLOSE ORDER-SEQ-FILE
           END-IF.
           MOVE SPACES TO WS-ORDER-ID.
           STRING 'OE' WS-ORDER-SEQ
               DELIMITED BY SIZE INTO WS-ORDER-ID.

       LOAD-ITEM-MASTER.
           MOVE 0 TO WS-ITEM-COUNT.
           OPEN INPUT ITEM-MASTER-FILE.
           IF WS-ITEM-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ITEM-MASTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-ITEM-COUNT < 500
                               ADD 1 TO WS-ITEM-COUNT
                               MOVE ITM-ITEM-CODE
                                   TO WS-ITM-CODE(WS-ITEM-COUNT)
                               MOVE ITM-UNIT-PRICE
                                   TO WS-ITM-PRICE(WS-ITEM-COUNT)
                               MOVE ITM-DESCRIPTION
                                   TO WS-ITM-DESC(WS-ITEM-COUNT)
                               MOVE ITM-ACTIVE-FLAG
                                   TO WS-ITM-ACTIVE(WS-ITEM-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ITEM-MASTER-FILE
           END-IF.
           MOVE 'NO' TO WS-END-OF-FILE.

       CHECK-SESSION.
      *    Always entered cold at a terminal, so gated by the SESS
      *    queue a successful LOGIN left on this EIBTRMID, in the
      *    maintenance group. A refusal goes to the screen as plain
      *    text - no map has been sent yet when it happens.
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
           MOVE 'ORDENTRY' TO AUD-PROGRAM-ID.
           MOVE SESS-USERNAME TO AUD-SOURCE-ID.
           MOVE WS-CUST-ID TO AUD-ENTITY-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
