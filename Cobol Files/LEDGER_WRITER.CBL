       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-WRITER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       WORKING-STORAGE SECTION.
       01 WS-KSDS-STATUS   PIC XX.
       01 WS-BROWSE-DONE   PIC X(3) VALUE 'NO'.
       01 WS-LINE-FOUND    PIC X(3) VALUE 'NO'.

       COPY "ORDLEDG.cpy".
       COPY "ERRLOG.cpy".

       LINKAGE SECTION.
       COPY "LGRWRITE.cpy".

      * Common ORDLEDG.KSDS write path for every program that puts a
      * line on the order ledger - CALLed with the same line the
      * caller has just appended to ORDLEDG.DAT, the same way
      * CUSTOMER-JOURNAL is CALLed for the change journal. An add
      * keys the line by customer and write time; a line that
      * collides with one already on file for that customer in the
      * same hundredth of a second takes the next LGK-SEQUENCE. A
      * move (a merge re-pointing a duplicate's line at its
      * survivor, or the unwinding of one) deletes the line under
      * its old customer and adds it under the new one - the
      * primary key carries the customer, so it cannot simply be
      * rewritten. A missing KSDS is created empty on first use.
      * Failures are logged here and returned, never fatal to the
      * caller: the flat line is already written, and LEDGER-LOAD
      * rebuilds the KSDS from ORDLEDG.DAT.
       PROCEDURE DIVISION USING WS-LEDGER-WRITE-ENTRY.
       MAIN-LOGIC.
           MOVE '00' TO LWR-RETURN-CODE.
           MOVE LWR-LEDGER-LINE TO LEDGER-RECORD.

           OPEN I-O LEDGER-KSDS-FILE.
           IF WS-KSDS-STATUS = '35'
               OPEN OUTPUT LEDGER-KSDS-FILE
               CLOSE LEDGER-KSDS-FILE
               OPEN I-O LEDGER-KSDS-FILE
           END-IF.
           IF WS-KSDS-STATUS NOT = '00'
               MOVE 'ER' TO LWR-RETURN-CODE
               DISPLAY 'LEDGER-WRITER: UNABLE TO OPEN ORDLEDG.KSDS '
                   'STATUS=' WS-KSDS-STATUS
               PERFORM LOG-KSDS-FAILURE
               GOBACK
           END-IF.

           IF LWR-FUNCTION = 'M'
               PERFORM MOVE-LEDGER-LINE
           ELSE
               PERFORM ADD-LEDGER-LINE
           END-IF.

           CLOSE LEDGER-KSDS-FILE.
           GOBACK.

       ADD-LEDGER-LINE.
           MOVE SPACES TO LEDGER-KSDS-RECORD.
           MOVE LGR-CUST-ID TO LGK-CUST-ID.
           MOVE LGR-TIMESTAMP TO LGK-TIMESTAMP.
           MOVE 0 TO LGK-SEQUENCE.
           MOVE LGR-ORDER-ID TO LGK-ORDER-ID.
           MOVE LEDGER-RECORD TO LGK-LEDGER-LINE.
           WRITE LEDGER-KSDS-RECORD.
           PERFORM UNTIL WS-KSDS-STATUS NOT = '22'
                   OR LGK-SEQUENCE = 99
               ADD 1 TO LGK-SEQUENCE
               WRITE LEDGER-KSDS-RECORD
           END-PERFORM.
      *    '02' is a clean write whose order ID is already on the
      *    alternate index - the usual case for a second line on
      *    one order.
           IF WS-KSDS-STATUS NOT = '00' AND WS-KSDS-STATUS NOT = '02'
               MOVE 'ER' TO LWR-RETURN-CODE
               DISPLAY 'LEDGER-WRITER: WRITE FAILURE ON ORDLEDG.KSDS '
                   'STATUS=' WS-KSDS-STATUS ' ORDER=' LGR-ORDER-ID
               PERFORM LOG-KSDS-FAILURE
           END-IF.

      *    The old line is found by browsing its customer and write
      *    time and matching the whole line. One that is not there
      *    (written before the KSDS was loaded) is still added under
      *    its new customer, and reported back as 'NF'.
       MOVE-LEDGER-LINE.
           MOVE 'NO' TO WS-LINE-FOUND.
           MOVE 'NO' TO WS-BROWSE-DONE.
           MOVE LGR-CUST-ID TO LGK-CUST-ID.
           MOVE LGR-TIMESTAMP TO LGK-TIMESTAMP.
           MOVE 0 TO LGK-SEQUENCE.
           START LEDGER-KSDS-FILE KEY IS NOT LESS THAN LGK-KEY
               INVALID KEY MOVE 'YES' TO WS-BROWSE-DONE
           END-START.
           PERFORM UNTIL WS-BROWSE-DONE = 'YES'
                   OR WS-LINE-FOUND = 'YES'
               READ LEDGER-KSDS-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-BROWSE-DONE
                   NOT AT END
                       IF LGK-CUST-ID NOT = LGR-CUST-ID
                           OR LGK-TIMESTAMP NOT = LGR-TIMESTAMP
                           MOVE 'YES' TO WS-BROWSE-DONE
                       ELSE
                           IF LGK-LEDGER-LINE = LEDGER-RECORD
                               MOVE 'YES' TO WS-LINE-FOUND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-LINE-FOUND = 'YES'
               DELETE LEDGER-KSDS-FILE RECORD
               IF WS-KSDS-STATUS NOT = '00'
                   MOVE 'ER' TO LWR-RETURN-CODE
                   DISPLAY 'LEDGER-WRITER: DELETE FAILURE ON '
                       'ORDLEDG.KSDS STATUS=' WS-KSDS-STATUS
                       ' ORDER=' LGR-ORDER-ID
                   PERFORM LOG-KSDS-FAILURE
               END-IF
           ELSE
               MOVE 'NF' TO LWR-RETURN-CODE
               MOVE 'LGRWRITE' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E163' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               MOVE SPACES TO ERR-MESSAGE
               STRING 'LEDGER LINE TO MOVE NOT ON KSDS ORDER='
                   LGR-ORDER-ID DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

           IF LWR-RETURN-CODE NOT = 'ER'
               MOVE LWR-NEW-CUST-ID TO LGR-CUST-ID
               PERFORM ADD-LEDGER-LINE
           END-IF.

       LOG-KSDS-FAILURE.
           MOVE 'LGRWRITE' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E162' TO ERR-CODE.
           MOVE 'ERROR' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'ORDLEDG.KSDS NOT UPDATED STATUS=' WS-KSDS-STATUS
               ' ORDER=' LGR-ORDER-ID DELIMITED BY SIZE
               INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.
