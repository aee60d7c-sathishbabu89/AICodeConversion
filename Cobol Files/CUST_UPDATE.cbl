       01  WS-BEFORE-IMAGE     PIC X(200).

       01  WS-NEW-NAME         PIC X(50).
       01  WS-NEW-ADDRESS.
           05  WS-NEW-STREET   PIC X(30).
           05  WS-NEW-CITY     PIC X(16).
           05  WS-NEW-STATE    PIC X(3).
           05  WS-NEW-POSTCODE PIC X(10).
       01  WS-NEW-PHONE        PIC X(15).
       01  WS-NEW-REGION       PIC X(10).
       01  WS-LIMIT-WHOLE      PIC 9(9).
       TAKE-SCREEN-FIELDS.
           MOVE CMIDI TO WS-CUST-ID.
           MOVE CMNAMEI TO WS-NEW-NAME.
           MOVE CMSTRTI TO WS-NEW-STREET.
           MOVE CMCITYI TO WS-NEW-CITY.
           MOVE CMPROVI TO WS-NEW-STATE.
           MOVE CMPOSTI TO WS-NEW-POSTCODE.
           MOVE CMPHONI TO WS-NEW-PHONE.
           MOVE CMREGI TO WS-NEW-REGION.
           MOVE CMLIMI TO WS-CREDIT-LIMIT-TEXT.
               PERFORM SHOW-CUSTOMER-ON-PANEL
               MOVE 'Customer Displayed - Edit and PF4 to Apply'
                   TO CMMSGI
               IF CUST-ADDR-FORMAT NOT = 'S'
                   MOVE SPACES TO CMMSGI
                   STRING 'Rekey Address: ' CUST-ADDRESS-TEXT
                       DELIMITED BY SIZE INTO CMMSGI
               END-IF
           END-IF.

       SHOW-CUSTOMER-ON-PANEL.
           MOVE CUST-NAME TO CMNAMEI.
      *    An address not yet split into its parts shows blank
      *    parts - the fetch puts the old text on the message line
      *    for the operator to rekey from.
           IF CUST-ADDR-FORMAT = 'S'
               MOVE CUST-STREET TO CMSTRTI
               MOVE CUST-CITY TO CMCITYI
               MOVE CUST-STATE TO CMPROVI
               MOVE CUST-POSTCODE TO CMPOSTI
           ELSE
               MOVE SPACES TO CMSTRTI
               MOVE SPACES TO CMCITYI
               MOVE SPACES TO CMPROVI
               MOVE SPACES TO CMPOSTI
           END-IF.
           MOVE CUST-PHONE TO CMPHONI.
           MOVE CUST-REGION TO CMREGI.
           MOVE CUST-BIRTH-DATE TO CMBDATI.
               IF WS-NEW-NAME NOT = SPACES
                   MOVE WS-NEW-NAME TO CUST-NAME
               END-IF
               PERFORM APPLY-ADDRESS-ENTRY
               IF WS-NEW-PHONE NOT = SPACES
                   MOVE WS-NEW-PHONE TO CUST-PHONE
               END-IF
           EXEC SQL
               UPDATE CUSTOMER_TABLE
               SET NAME = :CUST-NAME,
                   STREET = :CUST-STREET,
                   CITY = :CUST-CITY,
                   STATE_PROV = :CUST-STATE,
                   POSTAL_CODE = :CUST-POSTCODE,
                   PHONE = :CUST-PHONE,
                   REGION = :CUST-REGION
               WHERE ID = :CUST-ID
       INSERT-TABLE-ROW.
           EXEC SQL
               INSERT INTO CUSTOMER_TABLE
                   (ID, NAME, STREET, CITY, STATE_PROV,
                    POSTAL_CODE, PHONE, BALANCE, REGION, STATUS)
               VALUES (:CUST-ID, :CUST-NAME, :CUST-STREET,
                    :CUST-CITY, :CUST-STATE, :CUST-POSTCODE,
                    :CUST-PHONE, :CUST-BALANCE, :CUST-REGION,
                    :CUST-STATUS)
           END-EXEC.
                   TO CMMSGI
           END-IF.

      *    Same part-by-part address rule as CUSTOMER-MAINT's
      *    APPLY-ADDRESS-ENTRY: a blank part keeps the current value,
      *    and an unsplit free-text address is replaced only once at
      *    least street and city are keyed.
       APPLY-ADDRESS-ENTRY.
           IF CUST-ADDR-FORMAT = 'S'
               IF WS-NEW-STREET NOT = SPACES
                   MOVE WS-NEW-STREET TO CUST-STREET
               END-IF
               IF WS-NEW-CITY NOT = SPACES
                   MOVE WS-NEW-CITY TO CUST-CITY
               END-IF
               IF WS-NEW-STATE NOT = SPACES
                   MOVE WS-NEW-STATE TO CUST-STATE
               END-IF
               IF WS-NEW-POSTCODE NOT = SPACES
                   MOVE WS-NEW-POSTCODE TO CUST-POSTCODE
               END-IF
           ELSE
               IF WS-NEW-STREET NOT = SPACES
                   AND WS-NEW-CITY NOT = SPACES
                   MOVE WS-NEW-STREET TO CUST-STREET
                   MOVE WS-NEW-CITY TO CUST-CITY
                   MOVE WS-NEW-STATE TO CUST-STATE
                   MOVE WS-NEW-POSTCODE TO CUST-POSTCODE
                   MOVE 'S' TO CUST-ADDR-FORMAT
               END-IF
           END-IF.

      *    Same significant-character edit CUSTOMER-MAINT applies to
      *    its limit entry; a bad entry is flagged beside the field
      *    and the current limit kept - the rest of the change
