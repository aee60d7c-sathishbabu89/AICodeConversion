
WORKING-STORAGE SECTION.
01  WS-QNAME        PIC X(20) VALUE 'QUEUE1'.
*>  The trading partner this feed is sent as - every message
*>  carries its ID and a check value made with its secret, and
*>  MQ-RECEIVER refuses what it cannot prove came from a partner
*>  on PARTNER.DAT.
01  WS-PARTNER-ID   PIC X(8) VALUE SPACES.
01  WS-ORDERS-STATUS PIC XX.
01  WS-REJRPT-STATUS PIC XX.
01  WS-END-OF-FILE  PIC X(3) VALUE 'NO'.
COPY "MQPUTCA.cpy".

COPY "ORDREC.cpy".
COPY "MSGCHK.cpy".
COPY "CUSTIDSV.cpy".

*> No longer a one-shot test harness: the day's pending orders
*> arrive as a file and each row goes onto the queue through the
    IF WS-QNAME = SPACES
        MOVE 'QUEUE1' TO WS-QNAME
    END-IF.
    DISPLAY "Enter Trading Partner ID: ".
    ACCEPT WS-PARTNER-ID.
    IF WS-PARTNER-ID = SPACES
        DISPLAY "ERROR: A TRADING PARTNER ID IS REQUIRED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

    OPEN INPUT ORDER-INPUT-FILE.
    IF WS-ORDERS-STATUS NOT = '00'
            ADD OI-AMOUNT(WS-ITEM-IDX) TO ORD-TOTAL-AMOUNT
        END-PERFORM
        PERFORM BUILD-ORDER-MESSAGE
        PERFORM SIGN-ORDER-MESSAGE
        IF MCK-RETURN-CODE NOT = '00'
            ADD 1 TO WS-ORDERS-FAILED
            MOVE SPACES TO WS-REJECT-REASON
            STRING 'Cannot sign as partner ' WS-PARTNER-ID
                ' RC=' MCK-RETURN-CODE
                DELIMITED BY SIZE INTO WS-REJECT-REASON
            DISPLAY "Order Row Rejected - Not Sent: " OI-ORDER-ID
                " - " WS-REJECT-REASON
            PERFORM WRITE-REJECT-LINE
        ELSE
            PERFORM SEND-WITH-RETRY
            IF WS-PUT-OK = 'YES'
                ADD 1 TO WS-ORDERS-SENT
                DISPLAY "Order Sent to MQ Queue: " WS-QNAME
                    " - " ORD-ORDER-ID
            ELSE
                ADD 1 TO WS-ORDERS-FAILED
                DISPLAY "Order Send Failed After Retries - Queue: "
                    WS-QNAME " RESP=" WS-RESP " RESP2=" WS-RESP2
                    " PUT-STATUS=" MQ-PUT-STATUS
            END-IF
        END-IF
    END-IF.

            END-IF
        END-PERFORM
    END-IF.
    IF WS-ROW-VALID = 'YES'
        PERFORM VERIFY-CUSTOMER-ID
    END-IF.
    IF WS-ROW-VALID = 'YES'
        PERFORM CHECK-CUSTOMER-STANDING
    END-IF.

*> A system customer ID carries a check digit; one that does not
*> add up is a slipped or swapped digit, and the number it became
*> may well be some other customer's - refused here, before the
*> standing lookup could find that customer. A legacy ID has no
*> digit to check and goes through.
VERIFY-CUSTOMER-ID.
    MOVE 'V' TO CID-FUNCTION.
    MOVE OI-CUST-ID TO CID-CUST-ID.
    CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.
    IF CID-RETURN-CODE = 'CD'
        MOVE 'NO' TO WS-ROW-VALID
        MOVE 'Customer ID check digit wrong' TO WS-REJECT-REASON
    END-IF.

*> The same GET-CUSTOMER lookup MQ-RECEIVER confirms standing with
*> before posting, asked at submission instead: a row for a
*> customer the master doesn't know, or knows but not as ACTIVE,
            INTO WS-MSG WITH POINTER WS-MSG-PTR
    END-PERFORM.

*> The authentication trailer MQ-RECEIVER splits off and checks
*> before it looks at anything else: the partner ID and a check
*> value over the message built above, made with the partner's
*> secret. A partner not on PARTNER.DAT, or not ACTIVE there,
*> cannot sign, and the row is refused here rather than sent to
*> be dead-lettered.
SIGN-ORDER-MESSAGE.
    MOVE 'S' TO MCK-FUNCTION.
    MOVE WS-PARTNER-ID TO MCK-PARTNER-ID.
    MOVE WS-MSG TO MCK-BODY.
    CALL 'MESSAGE-CHECK-VALUE' USING WS-MESSAGE-CHECK-ENTRY.
    IF MCK-RETURN-CODE = '00'
        MOVE MCK-SIGNED-MESSAGE TO WS-MSG
    END-IF.

SEND-WITH-RETRY.
    MOVE 0 TO WS-RETRY-COUNT.
    MOVE 'NO' TO WS-PUT-OK.
