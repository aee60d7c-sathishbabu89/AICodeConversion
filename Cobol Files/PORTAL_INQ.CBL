       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTAL-INQUIRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HELD-ORDER-FILE ASSIGN TO 'HELDORD.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HELD-STATUS.
           SELECT DEAD-LETTER-FILE ASSIGN TO 'DEADLTR.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLQ-STATUS.
           SELECT ORDER-INPUT-FILE ASSIGN TO 'ORDERS.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ORDERS-STATUS.
           SELECT SHIP-STATUS-FILE ASSIGN TO 'SHIPSTAT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SS-ORDER-ID
           FILE STATUS IS WS-SHIP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HELD-ORDER-FILE.
       COPY "HELDORD.cpy".

       FD DEAD-LETTER-FILE.
       01 DEAD-LETTER-RECORD.
           05 DLQ-RAW-MESSAGE    PIC X(200).
           05 DLQ-REASON-TEXT    PIC X(40).

      *    MQSEND's input row - only the order and customer IDs at
      *    the front are needed here.
       FD ORDER-INPUT-FILE.
       01 ORDER-INPUT-RECORD.
           05 OI-ORDER-ID    PIC X(8).
           05 OI-CUST-ID     PIC X(10).
           05 FILLER         PIC X(232).

       FD SHIP-STATUS-FILE.
       COPY "SHIPSTAT.cpy".

       WORKING-STORAGE SECTION.
       01 WS-HELD-STATUS   PIC XX.
       01 WS-DLQ-STATUS    PIC XX.
       01 WS-ORDERS-STATUS PIC XX.
       01 WS-SHIP-STATUS   PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
       01 WS-RESP          PIC S9(8) COMP.
       01 WS-RESP2         PIC S9(8) COMP.
       01 WS-RESP-DISPLAY  PIC -(8)9.

      *    What the request asked, as lifted out of the JSON.
       01 WS-REQ-USER      PIC X(20).
       01 WS-REQ-PASSWORD  PIC X(20).
       01 WS-REQ-CUST-ID   PIC X(10).
       01 WS-REQ-ORDER-ID  PIC X(8).

      *    One "key": "value" pair at a time - the key is searched
      *    for quotes and all, and the value is whatever sits
      *    between the next pair of quotes, with nothing but the
      *    colon and blanks allowed in between.
       01 WS-JSON-KEY      PIC X(12).
       01 WS-JSON-KEY-LEN  PIC 9(2).
       01 WS-JSON-VALUE    PIC X(40).
       01 WS-JSON-SKIP     PIC X(40).
       01 WS-KEY-POS       PIC 9(4).
       01 WS-KEY-LIMIT     PIC 9(4).
       01 WS-VALUE-PTR     PIC 9(4).
       01 WS-KEY-FOUND     PIC X(3) VALUE 'NO'.
       01 WS-REQUEST-OK    PIC X(3) VALUE 'YES'.

      *    Service account check - same hash and lockout rule as
      *    LOGIN, so one password policy covers people and the
      *    portal alike.
       01 WS-PASSWORD      PIC X(20).
       01 WS-PASSWORD-HASH PIC 9(10).
       01 WS-HASH-IDX      PIC 9(2).
       01 WS-HASH-ACCUM    PIC 9(10).
       01 WS-LOCKOUT-MAX   PIC 9(2) VALUE 5.
       01 WS-PASSWORD-MAX-AGE PIC 9(3) VALUE 90.
       01 WS-TODAY-DATE    PIC 9(8).
       01 WS-CHANGED-DATE  PIC 9(8).
       01 WS-PWD-AGE-DAYS  PIC S9(7).
       01 WS-AUTHENTICATED PIC X(3) VALUE 'NO'.

      *    The call's outcome - PQ-RETURN-CODE, the "status" word
      *    and the "message" the document carries.
       01 WS-STATUS-CODE   PIC X(2) VALUE '00'.
       01 WS-STATUS-WORD   PIC X(10).
       01 WS-STATUS-TEXT   PIC X(40) VALUE SPACES.

      *    The order's fate, gathered the way ORDER-STATUS-INQUIRY
      *    works it out.
       01 WS-TARGET-ORDER  PIC X(8).
       01 WS-ORDER-FOUND   PIC X(3) VALUE 'NO'.
       01 WS-ORDER-FATE    PIC X(10).
       01 WS-ORDER-CUST-ID PIC X(10).
       01 WS-ORDER-AMOUNT  PIC 9(7)V99.
       01 WS-ORDER-AMOUNT-KNOWN PIC X(3) VALUE 'NO'.
       01 WS-ORDER-AT      PIC X(26).
       01 WS-ORDER-REASON  PIC X(40).
       01 WS-ORDER-AWAITING PIC X(3) VALUE 'NO'.
       01 WS-SHIP-FOUND    PIC X(3) VALUE 'NO'.
       01 WS-LEDGER-FOUND  PIC X(3) VALUE 'NO'.
       01 WS-LAST-LEDGER-ENTRY PIC X(162).
       01 WS-LAST-LEDGER-TIME  PIC X(26).
       01 WS-LEDGER-DONE   PIC X(3) VALUE 'NO'.
       01 WS-DLQ-KEY       PIC X(9).
       01 WS-DLQ-ORDER-ID  PIC X(8).
       01 WS-DLQ-CUST-ID   PIC X(10).
       01 WS-KEY-LENGTH    PIC 9(2) VALUE 0.
       01 WS-KEY-IDX       PIC 9(2) VALUE 0.

      *    The customer half of the answer.
       01 WS-LOOKUP-CUST-ID PIC X(10).
       01 WS-CUST-FOUND    PIC X(3) VALUE 'NO'.
       01 WS-BALANCE-KNOWN PIC X(3) VALUE 'NO'.
       01 WS-TBL-BALANCE   PIC S9(9)V99 COMP-3.

      *    Building the response document. WS-MEMBER-FIRST stops
      *    the comma in front of the first member of each object.
       01 WS-OUT-PTR       PIC 9(4).
       01 WS-MEMBER-FIRST  PIC X(3) VALUE 'YES'.
       01 WS-JSON-NAME     PIC X(20).
       01 WS-JSON-RAW      PIC X(20).
       01 WS-ESCAPE-IN     PIC X(80).
       01 WS-ESCAPE-OUT    PIC X(160).
       01 WS-ESC-IN-LEN    PIC 9(3).
       01 WS-ESC-IDX       PIC 9(3).
       01 WS-ESC-OUT-LEN   PIC 9(3).
       01 WS-MONEY-EDIT    PIC -(9)9.99.
       01 WS-QTY-EDIT      PIC Z(6)9.

       COPY "USERREC.cpy".
       COPY "LGRKSDS.cpy".
       COPY "ORDLEDG.cpy".
       COPY "ERRLOG.cpy".
       COPY "AUDITLOG.cpy".

       01  WS-GETCUST-COMMAREA.
       COPY "GETCUST.cpy".

       EXEC SQL INCLUDE SQLCA END-EXEC.

       LINKAGE SECTION.
       01  DFHCOMMAREA.
       COPY "PORTALCA.cpy".

      * The customer portal's inquiry service: a customer ID, an order
      * ID or both arrive in a small JSON request and one JSON document
      * goes back holding what GET-CUSTOMER and ORDER-STATUS-INQUIRY
      * would have told a branch - the customer's name, status, balance
      * and credit limit, and the order's current fate (POSTED, SHIPPED,
      * PARTIAL, HELD, REFUSED, DEADLETTER, SUBMITTED, ADJUSTMENT or
      * REVERSED) with its amount, time and reason. The balance is
      * DB2's, as every credit decision takes it; null means the table
      * could not be read, rather than showing the master's trailing
      * copy. There is no terminal and no LOGIN session behind a portal
      * call, so the request carries a service account from USER-FILE
      * and every call is judged against it as LOGIN judges a signon:
      * unknown, disabled, locked or wrong-password accounts are
      * refused, a wrong password walks the same lockout counter, an
      * expired password (a USER-ADMIN add or reset leaves one expired
      * on purpose) is refused until the account is signed on at LOGIN
      * and changed there, and the account's profile must grant inquiry.
      * Sensitive accounts - the ones with a PIN, that can reach
      * CUSTOMER-MAINT's delete - are refused outright, as a machine
      * call cannot give the second factor. A good call stamps the
      * account's last-signon date so DORMANT-USER-SWEEP does not
      * disable a portal in daily use. When both IDs are given the order
      * must belong to that customer; one that does not is answered as
      * not found, so the portal cannot be used to read another
      * customer's orders. Every call, refused or answered, goes to AUDT
      * with the service account as the source, as the screen inquiries
      * do.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           IF EIBCALEN = 0
               EXEC CICS RETURN END-EXEC
           END-IF.
           MOVE SPACES TO PQ-RESPONSE-JSON.
           MOVE '00' TO WS-STATUS-CODE.
           PERFORM PARSE-REQUEST.
           IF WS-REQUEST-OK = 'YES'
               PERFORM AUTHENTICATE-SERVICE-ACCOUNT
           END-IF.
           IF WS-AUTHENTICATED = 'YES'
               PERFORM GATHER-ANSWER
           END-IF.
           PERFORM BUILD-RESPONSE-DOCUMENT.
           MOVE WS-STATUS-CODE TO PQ-RETURN-CODE.
           PERFORM WRITE-AUDIT-RECORD.
           EXEC CICS RETURN END-EXEC.

       PARSE-REQUEST.
           MOVE 'YES' TO WS-REQUEST-OK.
           MOVE '"user"' TO WS-JSON-KEY.
           MOVE 6 TO WS-JSON-KEY-LEN.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-REQ-USER.
           MOVE '"password"' TO WS-JSON-KEY.
           MOVE 10 TO WS-JSON-KEY-LEN.
           PERFORM FIND-JSON-VALUE.
           MOVE WS-JSON-VALUE TO WS-REQ-PASSWORD.
           MOVE '"custId"' TO WS-JSON-KEY.
           MOVE 8 TO WS-JSON-KEY-LEN.
           PERFORM FIND-JSON-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-JSON-VALUE) TO WS-REQ-CUST-ID.
           IF WS-JSON-VALUE(11:30) NOT = SPACES
               MOVE 'NO' TO WS-REQUEST-OK
           END-IF.
           MOVE '"orderId"' TO WS-JSON-KEY.
           MOVE 9 TO WS-JSON-KEY-LEN.
           PERFORM FIND-JSON-VALUE.
           MOVE FUNCTION UPPER-CASE(WS-JSON-VALUE) TO WS-REQ-ORDER-ID.
           IF WS-JSON-VALUE(9:32) NOT = SPACES
               MOVE 'NO' TO WS-REQUEST-OK
           END-IF.
           IF WS-REQ-USER = SPACES OR WS-REQ-PASSWORD = SPACES
               MOVE 'NO' TO WS-REQUEST-OK
           END-IF.
           IF WS-REQ-CUST-ID = SPACES AND WS-REQ-ORDER-ID = SPACES
               MOVE 'NO' TO WS-REQUEST-OK
           END-IF.
           IF WS-REQUEST-OK = 'NO'
               MOVE 'RQ' TO WS-STATUS-CODE
               MOVE 'Need user, password, custId or orderId'
                   TO WS-STATUS-TEXT
           END-IF.

      *    A key that is missing leaves the value blank; one whose
      *    value is not a quoted string (a number, null, a nested
      *    object) fails the whole request rather than being half
      *    read.
       FIND-JSON-VALUE.
           MOVE SPACES TO WS-JSON-VALUE.
           MOVE 'NO' TO WS-KEY-FOUND.
           COMPUTE WS-KEY-LIMIT = LENGTH OF PQ-REQUEST-JSON
               - WS-JSON-KEY-LEN.
           PERFORM VARYING WS-KEY-POS FROM 1 BY 1
                   UNTIL WS-KEY-POS > WS-KEY-LIMIT
                   OR WS-KEY-FOUND = 'YES'
               IF PQ-REQUEST-JSON(WS-KEY-POS:WS-JSON-KEY-LEN) =
                   WS-JSON-KEY(1:WS-JSON-KEY-LEN)
                   MOVE 'YES' TO WS-KEY-FOUND
                   COMPUTE WS-VALUE-PTR = WS-KEY-POS + WS-JSON-KEY-LEN
               END-IF
           END-PERFORM.
           IF WS-KEY-FOUND = 'YES'
               MOVE SPACES TO WS-JSON-SKIP
               UNSTRING PQ-REQUEST-JSON DELIMITED BY '"'
                   INTO WS-JSON-SKIP WS-JSON-VALUE
                   WITH POINTER WS-VALUE-PTR
               END-UNSTRING
               INSPECT WS-JSON-SKIP REPLACING FIRST ':' BY SPACE
               IF WS-JSON-SKIP NOT = SPACES
                   MOVE SPACES TO WS-JSON-VALUE
                   MOVE 'NO' TO WS-REQUEST-OK
               END-IF
           END-IF.

       AUTHENTICATE-SERVICE-ACCOUNT.
           MOVE 'NO' TO WS-AUTHENTICATED.
           MOVE WS-REQ-PASSWORD TO WS-PASSWORD.
           PERFORM HASH-PASSWORD.
           MOVE WS-REQ-USER TO USR-USERNAME.
           EXEC CICS READ
               DATASET('USER-FILE')
               INTO(USER-RECORD)
               RIDFLD(USR-USERNAME)
               UPDATE
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           EVALUATE WS-RESP
               WHEN DFHRESP(NORMAL)
                   PERFORM CHECK-SERVICE-ACCOUNT
               WHEN DFHRESP(NOTFND)
                   MOVE 'AU' TO WS-STATUS-CODE
                   MOVE 'Invalid Credentials' TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE 'ER' TO WS-STATUS-CODE
                   MOVE 'Service Unavailable' TO WS-STATUS-TEXT
                   MOVE 'PORTALQ' TO ERR-PROGRAM-ID
                   MOVE SPACES TO ERR-TIMESTAMP
                   MOVE 'E155' TO ERR-CODE
                   MOVE 'ERROR' TO ERR-SEVERITY
                   MOVE WS-RESP TO WS-RESP-DISPLAY
                   STRING 'UNABLE TO READ USER-FILE RESP='
                       WS-RESP-DISPLAY DELIMITED BY SIZE
                       INTO ERR-MESSAGE
                   CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-EVALUATE.

      *    Refusals that are no fault of this call's password (a
      *    disabled, locked, sensitive, expired or unprofiled
      *    account) leave the record as read; a wrong password is
      *    counted and a good call clears the count, each with a
      *    REWRITE exactly as LOGIN does.
       CHECK-SERVICE-ACCOUNT.
           MOVE 'AU' TO WS-STATUS-CODE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           EVALUATE TRUE
               WHEN USR-DISABLED-FLAG = 'Y'
                   MOVE 'Account Disabled' TO WS-STATUS-TEXT
               WHEN USR-LOCKED-FLAG = 'Y'
                   MOVE 'Account Locked' TO WS-STATUS-TEXT
               WHEN USR-PASSWORD-HASH NOT = WS-PASSWORD-HASH
                   ADD 1 TO USR-FAILED-COUNT
                   IF USR-FAILED-COUNT >= WS-LOCKOUT-MAX
                       MOVE 'Y' TO USR-LOCKED-FLAG
                       MOVE 'Invalid Credentials - Now Locked'
                           TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'Invalid Credentials' TO WS-STATUS-TEXT
                   END-IF
                   PERFORM REWRITE-USER-RECORD
               WHEN USR-SENSITIVE-FLAG = 'Y'
                   MOVE 'Not A Service Account' TO WS-STATUS-TEXT
               WHEN USR-AUTH-PROFILE(1:1) NOT = 'Y'
                   MOVE 'Not Authorized For This Service'
                       TO WS-STATUS-TEXT
               WHEN OTHER
                   PERFORM CHECK-PASSWORD-AGE
                   IF WS-PWD-AGE-DAYS > WS-PASSWORD-MAX-AGE
                       MOVE 'Password Expired' TO WS-STATUS-TEXT
                   ELSE
                       MOVE '00' TO WS-STATUS-CODE
                       MOVE 'YES' TO WS-AUTHENTICATED
                       MOVE 0 TO USR-FAILED-COUNT
                       MOVE WS-TODAY-DATE TO USR-LAST-SIGNON-DATE
                       PERFORM REWRITE-USER-RECORD
                   END-IF
           END-EVALUATE.

      *    A blank or unreadable changed date starts the clock
      *    today, as LOGIN does; the REWRITE on a good call keeps
      *    it.
       CHECK-PASSWORD-AGE.
           MOVE 0 TO WS-PWD-AGE-DAYS.
           IF USR-PWD-CHANGED-DATE = SPACES
               OR USR-PWD-CHANGED-DATE NOT NUMERIC
               MOVE WS-TODAY-DATE TO USR-PWD-CHANGED-DATE
           ELSE
               MOVE USR-PWD-CHANGED-DATE TO WS-CHANGED-DATE
               COMPUTE WS-PWD-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE) -
                   FUNCTION INTEGER-OF-DATE(WS-CHANGED-DATE)
           END-IF.

       REWRITE-USER-RECORD.
           EXEC CICS REWRITE
               DATASET('USER-FILE')
               FROM(USER-RECORD)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.

       HASH-PASSWORD.
      *    LOGIN's positional-weighted checksum, so the stored hash
      *    compares whichever program set it.
           MOVE 0 TO WS-HASH-ACCUM.
           PERFORM VARYING WS-HASH-IDX FROM 1 BY 1
                   UNTIL WS-HASH-IDX > 20
               COMPUTE WS-HASH-ACCUM =
                   FUNCTION MOD((WS-HASH-ACCUM * 31) +
                       FUNCTION ORD(WS-PASSWORD(WS-HASH-IDX:1)),
                       9999999999)
           END-PERFORM.
           MOVE WS-HASH-ACCUM TO WS-PASSWORD-HASH.

      *    The order first, since an order-only request takes its
      *    customer from wherever the order was found.
       GATHER-ANSWER.
           MOVE 'NO' TO WS-ORDER-FOUND.
           MOVE 'NO' TO WS-CUST-FOUND.
           MOVE SPACES TO WS-ORDER-CUST-ID.
           IF WS-REQ-ORDER-ID NOT = SPACES
               PERFORM FIND-ORDER-FATE
               IF WS-ORDER-FOUND = 'YES'
                   AND WS-REQ-CUST-ID NOT = SPACES
                   AND WS-ORDER-CUST-ID NOT = WS-REQ-CUST-ID
                   MOVE 'NO' TO WS-ORDER-FOUND
               END-IF
           END-IF.
           IF WS-REQ-CUST-ID NOT = SPACES
               MOVE WS-REQ-CUST-ID TO WS-LOOKUP-CUST-ID
           ELSE
               MOVE WS-ORDER-CUST-ID TO WS-LOOKUP-CUST-ID
           END-IF.
           IF WS-LOOKUP-CUST-ID NOT = SPACES
               PERFORM LOOKUP-CUSTOMER
           END-IF.
           IF WS-STATUS-CODE = '00'
               IF (WS-REQ-ORDER-ID NOT = SPACES
                       AND WS-ORDER-FOUND = 'NO')
                   OR (WS-REQ-CUST-ID NOT = SPACES
                       AND WS-CUST-FOUND = 'NO')
                   MOVE 'NF' TO WS-STATUS-CODE
                   MOVE 'Not Found' TO WS-STATUS-TEXT
               END-IF
           END-IF.

       LOOKUP-CUSTOMER.
           MOVE SPACES TO WS-GETCUST-COMMAREA.
           MOVE WS-LOOKUP-CUST-ID TO CA-CUST-ID.
           MOVE 'N' TO CA-BROWSE-MODE.
           EXEC CICS LINK PROGRAM('GET-CUSTOMER')
               COMMAREA(WS-GETCUST-COMMAREA)
               RESP(WS-RESP)
               RESP2(WS-RESP2)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL) AND CA-RETURN-CODE = '00'
               MOVE 'YES' TO WS-CUST-FOUND
               PERFORM READ-TABLE-BALANCE
           ELSE
      *        A wrong check digit names no customer at all - the
      *        same answer as an ID that is not on file.
               IF WS-RESP NOT = DFHRESP(NORMAL)
                   OR (CA-RETURN-CODE NOT = 'NF'
                       AND CA-RETURN-CODE NOT = 'CD')
                   MOVE 'ER' TO WS-STATUS-CODE
                   MOVE 'Customer Lookup Unavailable'
                       TO WS-STATUS-TEXT
               END-IF
           END-IF.

       READ-TABLE-BALANCE.
           MOVE 'NO' TO WS-BALANCE-KNOWN.
           EXEC SQL
               SELECT BALANCE
                 INTO :WS-TBL-BALANCE
               FROM CUSTOMER_TABLE
               WHERE ID = :WS-LOOKUP-CUST-ID
           END-EXEC.
           IF SQLCODE = 0
               MOVE 'YES' TO WS-BALANCE-KNOWN
           END-IF.

       FIND-ORDER-FATE.
           MOVE WS-REQ-ORDER-ID TO WS-TARGET-ORDER.
           MOVE SPACES TO WS-ORDER-FATE WS-ORDER-AT WS-ORDER-REASON.
           MOVE 'NO' TO WS-ORDER-AMOUNT-KNOWN.
           MOVE 'NO' TO WS-ORDER-AWAITING.
           MOVE 'NO' TO WS-SHIP-FOUND.
           PERFORM SEARCH-ORDER-LEDGER.
           IF WS-ORDER-FOUND = 'NO'
               PERFORM SEARCH-DEAD-LETTERS
           END-IF.
           IF WS-ORDER-FOUND = 'NO'
               PERFORM SEARCH-SUBMITTED-ORDERS
           END-IF.
           IF WS-ORDER-FOUND = 'NO'
               PERFORM SEARCH-UNMATCHED-SHIPMENTS
           END-IF.

      *    The order's lines are browsed off ORDLEDG.KSDS through
      *    its order-ID path (dataset ORDLEDG-ORDER) and the one
      *    written last kept - lines moved by a merge are re-added,
      *    so duplicate order on the path is not write order and
      *    the timestamp decides. An unavailable ledger reads as
      *    no ledger line, and the other sources are tried.
       SEARCH-ORDER-LEDGER.
           MOVE 'NO' TO WS-LEDGER-FOUND.
           MOVE 'NO' TO WS-LEDGER-DONE.
           MOVE LOW-VALUES TO WS-LAST-LEDGER-TIME.
           MOVE WS-TARGET-ORDER TO LGK-ORDER-ID.
           EXEC CICS STARTBR
               DATASET('ORDLEDG-ORDER')
               RIDFLD(LGK-ORDER-ID)
               EQUAL
               RESP(WS-RESP)
               END-EXEC.
           IF WS-RESP = DFHRESP(NORMAL)
               PERFORM UNTIL WS-LEDGER-DONE = 'YES'
                   EXEC CICS READNEXT
                       DATASET('ORDLEDG-ORDER')
                       INTO(LEDGER-KSDS-RECORD)
                       RIDFLD(LGK-ORDER-ID)
                       RESP(WS-RESP)
                       END-EXEC
                   IF (WS-RESP NOT = DFHRESP(NORMAL)
                       AND WS-RESP NOT = DFHRESP(DUPKEY))
                       OR LGK-ORDER-ID NOT = WS-TARGET-ORDER
                       MOVE 'YES' TO WS-LEDGER-DONE
                   ELSE
                       IF LGK-TIMESTAMP NOT < WS-LAST-LEDGER-TIME
                           MOVE 'YES' TO WS-LEDGER-FOUND
                           MOVE LGK-TIMESTAMP TO WS-LAST-LEDGER-TIME
                           MOVE LGK-LEDGER-LINE
                               TO WS-LAST-LEDGER-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               EXEC CICS ENDBR
                   DATASET('ORDLEDG-ORDER')
                   RESP(WS-RESP)
                   END-EXEC
           END-IF.
           IF WS-LEDGER-FOUND = 'YES'
               MOVE WS-LAST-LEDGER-ENTRY TO LEDGER-RECORD
               PERFORM TAKE-LEDGER-FATE
           END-IF.

       TAKE-LEDGER-FATE.
           MOVE 'YES' TO WS-ORDER-FOUND.
           MOVE LGR-CUST-ID TO WS-ORDER-CUST-ID.
           MOVE LGR-TOTAL-AMOUNT TO WS-ORDER-AMOUNT.
           MOVE 'YES' TO WS-ORDER-AMOUNT-KNOWN.
           MOVE LGR-TIMESTAMP TO WS-ORDER-AT.
           EVALUATE LGR-OUTCOME
               WHEN 'POSTED'
                   MOVE 'POSTED' TO WS-ORDER-FATE
                   IF LGR-ORDER-TYPE = 'S'
                       PERFORM READ-SHIP-STATUS
                   END-IF
                   IF WS-SHIP-FOUND = 'YES'
                       AND (SS-SHIP-STATUS = 'SHIPPED'
                           OR SS-SHIP-STATUS = 'PARTIAL')
                       MOVE SS-SHIP-STATUS TO WS-ORDER-FATE
                   END-IF
               WHEN 'HELD'
                   MOVE 'HELD' TO WS-ORDER-FATE
                   PERFORM CONFIRM-STILL-HELD
               WHEN 'REFUSED'
                   MOVE 'REFUSED' TO WS-ORDER-FATE
                   MOVE LGR-REASON-TEXT TO WS-ORDER-REASON
               WHEN 'ADJUST'
                   IF LGR-REASON-TEXT(1:9) = 'REVERSED '
                       MOVE 'REVERSED' TO WS-ORDER-FATE
                   ELSE
                       MOVE 'ADJUSTMENT' TO WS-ORDER-FATE
                   END-IF
               WHEN OTHER
                   MOVE 'DEADLETTER' TO WS-ORDER-FATE
                   MOVE LGR-REASON-TEXT TO WS-ORDER-REASON
           END-EVALUATE.

       READ-SHIP-STATUS.
           MOVE 'NO' TO WS-SHIP-FOUND.
           OPEN INPUT SHIP-STATUS-FILE.
           IF WS-SHIP-STATUS = '00'
               MOVE WS-TARGET-ORDER TO SS-ORDER-ID
               READ SHIP-STATUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES' TO WS-SHIP-FOUND
               END-READ
               CLOSE SHIP-STATUS-FILE
           END-IF.

      *    The warehouse's record names no customer until a sale
      *    posts against it, so a portal call naming a customer
      *    never sees one of these.
       SEARCH-UNMATCHED-SHIPMENTS.
           PERFORM READ-SHIP-STATUS.
           IF WS-SHIP-FOUND = 'YES'
               MOVE 'YES' TO WS-ORDER-FOUND
               MOVE 'SHIPPED' TO WS-ORDER-FATE
               MOVE SS-CUST-ID TO WS-ORDER-CUST-ID
               MOVE 'No Posted Order On File' TO WS-ORDER-REASON
           END-IF.

       CONFIRM-STILL-HELD.
           OPEN INPUT HELD-ORDER-FILE.
           IF WS-HELD-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ HELD-ORDER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF HLD-ORDER-ID = WS-TARGET-ORDER
                               MOVE 'YES' TO WS-ORDER-AWAITING
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HELD-ORDER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

      *    Matched on the leading 'ORDERID|' of the raw message, as
      *    ORDER-STATUS-INQUIRY does; the customer ID is the field
      *    after it.
       SEARCH-DEAD-LETTERS.
           MOVE SPACES TO WS-DLQ-KEY.
           STRING FUNCTION TRIM(WS-TARGET-ORDER) DELIMITED BY SIZE
               '|' DELIMITED BY SIZE
               INTO WS-DLQ-KEY.
           MOVE 0 TO WS-KEY-LENGTH.
           PERFORM VARYING WS-KEY-IDX FROM 9 BY -1
                   UNTIL WS-KEY-IDX < 1
                   OR WS-KEY-LENGTH > 0
               IF WS-DLQ-KEY(WS-KEY-IDX:1) NOT = SPACE
                   MOVE WS-KEY-IDX TO WS-KEY-LENGTH
               END-IF
           END-PERFORM.
           OPEN INPUT DEAD-LETTER-FILE.
           IF WS-DLQ-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ DEAD-LETTER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF DLQ-RAW-MESSAGE(1:WS-KEY-LENGTH) =
                               WS-DLQ-KEY(1:WS-KEY-LENGTH)
                               PERFORM TAKE-DEAD-LETTER-FATE
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEAD-LETTER-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       TAKE-DEAD-LETTER-FATE.
           MOVE 'YES' TO WS-ORDER-FOUND.
           MOVE 'DEADLETTER' TO WS-ORDER-FATE.
           MOVE DLQ-REASON-TEXT TO WS-ORDER-REASON.
           MOVE SPACES TO WS-DLQ-ORDER-ID WS-DLQ-CUST-ID.
           UNSTRING DLQ-RAW-MESSAGE DELIMITED BY '|'
               INTO WS-DLQ-ORDER-ID WS-DLQ-CUST-ID
           END-UNSTRING.
           MOVE WS-DLQ-CUST-ID TO WS-ORDER-CUST-ID.

       SEARCH-SUBMITTED-ORDERS.
           OPEN INPUT ORDER-INPUT-FILE.
           IF WS-ORDERS-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ ORDER-INPUT-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF OI-ORDER-ID = WS-TARGET-ORDER
                               MOVE 'YES' TO WS-ORDER-FOUND
                               MOVE 'SUBMITTED' TO WS-ORDER-FATE
                               MOVE OI-CUST-ID TO WS-ORDER-CUST-ID
                               MOVE 'YES' TO WS-END-OF-FILE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ORDER-INPUT-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

      *    {"status":..,"message":..,"customer":{..},"order":{..}} -
      *    the customer and order objects appear only for what was
      *    found, and only once the service account has been
      *    accepted.
       BUILD-RESPONSE-DOCUMENT.
           EVALUATE WS-STATUS-CODE
               WHEN '00' MOVE 'OK' TO WS-STATUS-WORD
               WHEN 'NF' MOVE 'NOTFOUND' TO WS-STATUS-WORD
               WHEN 'AU' MOVE 'REFUSED' TO WS-STATUS-WORD
               WHEN 'RQ' MOVE 'BADREQUEST' TO WS-STATUS-WORD
               WHEN OTHER MOVE 'ERROR' TO WS-STATUS-WORD
           END-EVALUATE.
           MOVE 1 TO WS-OUT-PTR.
           MOVE SPACES TO WS-JSON-NAME.
           PERFORM OPEN-JSON-OBJECT.
           MOVE 'status' TO WS-JSON-NAME.
           MOVE WS-STATUS-WORD TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           IF WS-STATUS-TEXT NOT = SPACES
               MOVE 'message' TO WS-JSON-NAME
               MOVE WS-STATUS-TEXT TO WS-ESCAPE-IN
               PERFORM ADD-JSON-STRING
           END-IF.
           IF WS-AUTHENTICATED = 'YES'
               IF WS-CUST-FOUND = 'YES'
                   PERFORM ADD-CUSTOMER-OBJECT
               END-IF
               IF WS-ORDER-FOUND = 'YES'
                   PERFORM ADD-ORDER-OBJECT
               END-IF
           END-IF.
           PERFORM CLOSE-JSON-OBJECT.
           COMPUTE PQ-RESPONSE-LENGTH = WS-OUT-PTR - 1.

       ADD-CUSTOMER-OBJECT.
           MOVE 'customer' TO WS-JSON-NAME.
           PERFORM OPEN-JSON-OBJECT.
           MOVE 'custId' TO WS-JSON-NAME.
           MOVE WS-LOOKUP-CUST-ID TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'name' TO WS-JSON-NAME.
           MOVE CA-CUST-NAME TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'status' TO WS-JSON-NAME.
           MOVE CA-CUST-STATUS TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'balance' TO WS-JSON-NAME.
           IF WS-BALANCE-KNOWN = 'YES'
               MOVE WS-TBL-BALANCE TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-JSON-RAW
           ELSE
               MOVE 'null' TO WS-JSON-RAW
           END-IF.
           PERFORM ADD-JSON-RAW-VALUE.
           MOVE 'creditLimit' TO WS-JSON-NAME.
           MOVE CA-CUST-CREDIT-LIMIT TO WS-MONEY-EDIT.
           MOVE WS-MONEY-EDIT TO WS-JSON-RAW.
           PERFORM ADD-JSON-RAW-VALUE.
           PERFORM CLOSE-JSON-OBJECT.

       ADD-ORDER-OBJECT.
           MOVE 'order' TO WS-JSON-NAME.
           PERFORM OPEN-JSON-OBJECT.
           MOVE 'orderId' TO WS-JSON-NAME.
           MOVE WS-TARGET-ORDER TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'fate' TO WS-JSON-NAME.
           MOVE WS-ORDER-FATE TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           IF WS-ORDER-CUST-ID NOT = SPACES
               MOVE 'custId' TO WS-JSON-NAME
               MOVE WS-ORDER-CUST-ID TO WS-ESCAPE-IN
               PERFORM ADD-JSON-STRING
           END-IF.
           IF WS-ORDER-AMOUNT-KNOWN = 'YES'
               MOVE 'amount' TO WS-JSON-NAME
               MOVE WS-ORDER-AMOUNT TO WS-MONEY-EDIT
               MOVE WS-MONEY-EDIT TO WS-JSON-RAW
               PERFORM ADD-JSON-RAW-VALUE
           END-IF.
           IF WS-ORDER-AT NOT = SPACES
               MOVE 'at' TO WS-JSON-NAME
               MOVE WS-ORDER-AT TO WS-ESCAPE-IN
               PERFORM ADD-JSON-STRING
           END-IF.
           IF WS-ORDER-REASON NOT = SPACES
               MOVE 'reason' TO WS-JSON-NAME
               MOVE WS-ORDER-REASON TO WS-ESCAPE-IN
               PERFORM ADD-JSON-STRING
           END-IF.
           IF WS-ORDER-FATE = 'HELD'
               MOVE 'awaitingDecision' TO WS-JSON-NAME
               IF WS-ORDER-AWAITING = 'YES'
                   MOVE 'true' TO WS-JSON-RAW
               ELSE
                   MOVE 'false' TO WS-JSON-RAW
               END-IF
               PERFORM ADD-JSON-RAW-VALUE
           END-IF.
           IF WS-SHIP-FOUND = 'YES' AND SS-QTY-SHIPPED > 0
               PERFORM ADD-SHIPMENT-OBJECT
           END-IF.
           PERFORM CLOSE-JSON-OBJECT.

       ADD-SHIPMENT-OBJECT.
           MOVE 'shipment' TO WS-JSON-NAME.
           PERFORM OPEN-JSON-OBJECT.
           MOVE 'qtyBilled' TO WS-JSON-NAME.
           MOVE SS-QTY-BILLED TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO WS-JSON-RAW.
           PERFORM ADD-JSON-RAW-VALUE.
           MOVE 'qtyShipped' TO WS-JSON-NAME.
           MOVE SS-QTY-SHIPPED TO WS-QTY-EDIT.
           MOVE WS-QTY-EDIT TO WS-JSON-RAW.
           PERFORM ADD-JSON-RAW-VALUE.
           MOVE 'lastShipped' TO WS-JSON-NAME.
           MOVE SS-LAST-SHIPPED TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'carrier' TO WS-JSON-NAME.
           MOVE SS-CARRIER TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           MOVE 'tracking' TO WS-JSON-NAME.
           MOVE SS-TRACKING TO WS-ESCAPE-IN.
           PERFORM ADD-JSON-STRING.
           PERFORM CLOSE-JSON-OBJECT.

      *    Separates this member from the one before it, if any.
       ADD-MEMBER-SEPARATOR.
           IF WS-MEMBER-FIRST = 'NO'
               STRING ',' DELIMITED BY SIZE
                   INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           MOVE 'NO' TO WS-MEMBER-FIRST.

      *    A blank WS-JSON-NAME opens the document itself.
       OPEN-JSON-OBJECT.
           IF WS-JSON-NAME = SPACES
               STRING '{' DELIMITED BY SIZE
                   INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
               END-STRING
           ELSE
               PERFORM ADD-MEMBER-SEPARATOR
               STRING '"' DELIMITED BY SIZE
                   WS-JSON-NAME DELIMITED BY SPACE
                   '":{' DELIMITED BY SIZE
                   INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           MOVE 'YES' TO WS-MEMBER-FIRST.

       CLOSE-JSON-OBJECT.
           STRING '}' DELIMITED BY SIZE
               INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
           END-STRING.
           MOVE 'NO' TO WS-MEMBER-FIRST.

      *    Numbers, true, false and null go in unquoted, trimmed of
      *    the edit picture's leading blanks.
       ADD-JSON-RAW-VALUE.
           PERFORM ADD-MEMBER-SEPARATOR.
           STRING '"' DELIMITED BY SIZE
               WS-JSON-NAME DELIMITED BY SPACE
               '":' DELIMITED BY SIZE
               FUNCTION TRIM(WS-JSON-RAW) DELIMITED BY SIZE
               INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
           END-STRING.

       ADD-JSON-STRING.
           PERFORM ADD-MEMBER-SEPARATOR.
           PERFORM ESCAPE-JSON-TEXT.
           STRING '"' DELIMITED BY SIZE
               WS-JSON-NAME DELIMITED BY SPACE
               '":"' DELIMITED BY SIZE
               INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
           END-STRING.
           IF WS-ESC-OUT-LEN > 0
               STRING WS-ESCAPE-OUT(1:WS-ESC-OUT-LEN)
                   DELIMITED BY SIZE
                   INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
               END-STRING
           END-IF.
           STRING '"' DELIMITED BY SIZE
               INTO PQ-RESPONSE-JSON WITH POINTER WS-OUT-PTR
           END-STRING.

      *    Trailing blanks dropped, and a quote or backslash in a
      *    name or reason text backslashed so it cannot end the
      *    string early.
       ESCAPE-JSON-TEXT.
           MOVE SPACES TO WS-ESCAPE-OUT.
           MOVE 0 TO WS-ESC-OUT-LEN.
           MOVE 0 TO WS-ESC-IN-LEN.
           PERFORM VARYING WS-ESC-IDX FROM 80 BY -1
                   UNTIL WS-ESC-IDX < 1
                   OR WS-ESC-IN-LEN > 0
               IF WS-ESCAPE-IN(WS-ESC-IDX:1) NOT = SPACE
                   MOVE WS-ESC-IDX TO WS-ESC-IN-LEN
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-ESC-IDX FROM 1 BY 1
                   UNTIL WS-ESC-IDX > WS-ESC-IN-LEN
               IF WS-ESCAPE-IN(WS-ESC-IDX:1) = '"'
                   OR WS-ESCAPE-IN(WS-ESC-IDX:1) = '\'
                   ADD 1 TO WS-ESC-OUT-LEN
                   MOVE '\' TO WS-ESCAPE-OUT(WS-ESC-OUT-LEN:1)
               END-IF
               ADD 1 TO WS-ESC-OUT-LEN
               MOVE WS-ESCAPE-IN(WS-ESC-IDX:1)
                   TO WS-ESCAPE-OUT(WS-ESC-OUT-LEN:1)
           END-PERFORM.

      *    The entity is the customer asked about, or the order when
      *    only an order was given; the result carries the refusal
      *    reason when the service account was turned away.
       WRITE-AUDIT-RECORD.
           MOVE 'PORTALQ' TO AUD-PROGRAM-ID.
           MOVE WS-REQ-USER TO AUD-SOURCE-ID.
           IF WS-REQ-CUST-ID NOT = SPACES
               MOVE WS-REQ-CUST-ID TO AUD-ENTITY-ID
           ELSE
               MOVE WS-REQ-ORDER-ID TO AUD-ENTITY-ID
           END-IF.
           MOVE 'INQUIRY' TO AUD-ACTION.
           EVALUATE WS-STATUS-CODE
               WHEN '00'
                   MOVE 'SUCCESS' TO AUD-RESULT
               WHEN 'NF'
                   MOVE 'NOT FOUND' TO AUD-RESULT
               WHEN OTHER
                   MOVE WS-STATUS-TEXT TO AUD-RESULT
           END-EVALUATE.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           EXEC CICS WRITEQ TD
               QUEUE('AUDT')
               FROM(WS-AUDIT-ENTRY)
               LENGTH(LENGTH OF WS-AUDIT-ENTRY)
               END-EXEC.
