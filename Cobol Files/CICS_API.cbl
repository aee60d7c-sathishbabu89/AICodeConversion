
       COPY "CUSTREC.cpy".
       COPY "AUDITLOG.cpy".
       COPY "CUSTIDSV.cpy".

       01  WS-BROWSE-KEY       PIC X(10).
       01  WS-BROWSE-COUNT     PIC 9(2) VALUE 0.

      *    The direct single-customer read both entry points share -
      *    a terminal entry fills the panel's detail block, a LINK
      *    caller the commarea, same outcomes as ever. A system ID
      *    whose check digit is wrong is turned away before the
      *    read, so a slipped digit can never bring back whichever
      *    customer owns the number it became.
       LOOKUP-ONE-CUSTOMER.
           MOVE 'V' TO CID-FUNCTION.
           MOVE WS-CUST-ID TO CID-CUST-ID.
           CALL 'CUSTOMER-ID-SERVICE' USING WS-CUSTOMER-ID-ENTRY.
           IF CID-RETURN-CODE = 'CD'
               IF EIBCALEN = 0
                   MOVE 'Customer ID Check Digit Wrong - Rekey'
                       TO IQMSGI
               ELSE
                   MOVE 'CD' TO CA-RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-ONE-CUSTOMER
           END-IF.

       READ-ONE-CUSTOMER.
           MOVE WS-CUST-ID TO CUST-ID.
           EXEC CICS READ
               DATASET('CUSTOMER-FILE')
                       MOVE CUST-STATUS TO CA-CUST-STATUS
                       MOVE CUST-BALANCE TO CA-CUST-BALANCE
                       MOVE CUST-CREDIT-LIMIT TO CA-CUST-CREDIT-LIMIT
                       MOVE CUST-REGION TO CA-CUST-REGION
                   END-IF
                   PERFORM WRITE-AUDIT-RECORD
               WHEN DFHRESP(NOTFND)

       SHOW-CUSTOMER-DETAIL.
           MOVE CUST-NAME TO IQNAMEI.
      *    The address parts go on the one panel line the way they
      *    would be written on an envelope; an address not yet split
      *    shows as the free text it still is.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE SPACES TO IQADDRI
               STRING CUST-STREET DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   CUST-CITY DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   CUST-STATE DELIMITED BY ' '
                   ' ' DELIMITED BY SIZE
                   CUST-POSTCODE DELIMITED BY '  '
                   INTO IQADDRI
           ELSE
               MOVE CUST-ADDRESS-TEXT TO IQADDRI
           END-IF.
           MOVE CUST-PHONE TO IQPHONI.
           MOVE CUST-STATUS TO IQSTATI.
           MOVE CUST-BALANCE TO WS-MONEY-EDIT.
                               MOVE CUST-BALANCE TO CA-CUST-BALANCE
                               MOVE CUST-CREDIT-LIMIT
                                   TO CA-CUST-CREDIT-LIMIT
                               MOVE CUST-REGION TO CA-CUST-REGION
                           END-IF
                       END-IF
                   END-IF
