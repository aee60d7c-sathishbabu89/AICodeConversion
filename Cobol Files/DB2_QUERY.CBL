
       01 WS-CUST-ID          PIC X(10).
       01 WS-CUST-NAME        PIC X(50).
       01 WS-CUST-ADDRESS.
           05 WS-CUST-STREET   PIC X(30).
           05 WS-CUST-CITY     PIC X(16).
           05 WS-CUST-STATE    PIC X(3).
           05 WS-CUST-POSTCODE PIC X(10).
       01 WS-CUST-PHONE       PIC X(15).
       01 WS-CUST-BALANCE     PIC S9(9)V99 COMP-3.
       01 WS-CUST-REGION      PIC X(10).
           END-IF.

           EXEC SQL
               SELECT NAME, STREET, CITY, STATE_PROV, POSTAL_CODE,
                      PHONE, BALANCE, REGION, STATUS
                 INTO :WS-CUST-NAME, :WS-CUST-STREET, :WS-CUST-CITY,
                      :WS-CUST-STATE, :WS-CUST-POSTCODE,
                      :WS-CUST-PHONE, :WS-CUST-BALANCE,
                      :WS-CUST-REGION, :WS-CUST-STATUS
               FROM CUSTOMER_TABLE
           EVALUATE SQLCODE
               WHEN 0
                   DISPLAY 'Customer Name:    ' WS-CUST-NAME
                   DISPLAY 'Customer Street:  ' WS-CUST-STREET
                   DISPLAY 'Customer City:    ' WS-CUST-CITY
                       ' ' WS-CUST-STATE ' ' WS-CUST-POSTCODE
                   DISPLAY 'Customer Phone:   ' WS-CUST-PHONE
                   DISPLAY 'Customer Balance: ' WS-CUST-BALANCE
                   DISPLAY 'Customer Region:  ' WS-CUST-REGION

           EXEC SQL
               DECLARE CUST-CURSOR CURSOR FOR
               SELECT ID, NAME, STREET, CITY, STATE_PROV,
                      POSTAL_CODE, PHONE, BALANCE, REGION, STATUS
               FROM CUSTOMER_TABLE
               WHERE (:WS-SEARCH-REGION = '          '
                      OR REGION = :WS-SEARCH-REGION)
           PERFORM UNTIL WS-CURSOR-DONE = 'YES'
               EXEC SQL
                   FETCH CUST-CURSOR
                   INTO :WS-CUST-ID, :WS-CUST-NAME, :WS-CUST-STREET,
                        :WS-CUST-CITY, :WS-CUST-STATE,
                        :WS-CUST-POSTCODE,
                        :WS-CUST-PHONE, :WS-CUST-BALANCE,
                        :WS-CUST-REGION, :WS-CUST-STATUS
               END-EXEC
