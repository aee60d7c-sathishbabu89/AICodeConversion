       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEDGER-LOAD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT LEDGER-KSDS-FILE ASSIGN TO 'ORDLEDG.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LGK-KEY
           ALTERNATE RECORD KEY IS LGK-ORDER-ID WITH DUPLICATES
           FILE STATUS IS WS-KSDS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD LEDGER-KSDS-FILE.
       COPY "LGRKSDS.cpy".

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS PIC XX.
       01 WS-KSDS-STATUS   PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.

       01 WS-COUNTERS.
           05 WS-LINES-READ       PIC 9(9) VALUE 0.
           05 WS-LINES-LOADED     PIC 9(9) VALUE 0.
           05 WS-LINES-SEQUENCED  PIC 9(9) VALUE 0.
           05 WS-WRITE-FAILURES   PIC 9(9) VALUE 0.

       COPY "ERRLOG.cpy".

      * Builds ORDLEDG.KSDS from the flat ORDLEDG.DAT - run once
      * when the keyed ledger is introduced, and again whenever the
      * KSDS has to be rebuilt (LEDGER-WRITER failures, a restore).
      * The flat file is the complete history: every program that
      * posts to the ledger still appends it before handing the
      * same line to LEDGER-WRITER, so a rebuild loses nothing. The
      * KSDS is opened OUTPUT, which empties it, and every line is
      * written under its customer and write time; lines sharing a
      * customer and hundredth of a second take successive
      * LGK-SEQUENCE numbers, in the order they stand on the flat
      * file. Run it with the online ledger writers quiesced - a
      * line posted during the load is on ORDLEDG.DAT but may miss
      * the KSDS.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 'LGRLOAD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E164' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN OUTPUT LEDGER-KSDS-FILE.
           IF WS-KSDS-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-KSDS-STATUS
               MOVE 'LGRLOAD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E164' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN ORDLEDG.KSDS STATUS='
                   WS-KSDS-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE ORDER-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ORDER-LEDGER-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM LOAD-ONE-LEDGER-LINE
               END-READ
           END-PERFORM.

           CLOSE ORDER-LEDGER-FILE.
           CLOSE LEDGER-KSDS-FILE.
           DISPLAY 'LEDGER-LOAD - READ ' WS-LINES-READ
               ' LOADED ' WS-LINES-LOADED
               ' SEQUENCED ' WS-LINES-SEQUENCED
               ' FAILED ' WS-WRITE-FAILURES.
           IF WS-WRITE-FAILURES > 0
               MOVE 'LGRLOAD' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E165' TO ERR-CODE
               MOVE 'WARN' TO ERR-SEVERITY
               STRING 'LEDGER LINES NOT LOADED TO KSDS: '
                   WS-WRITE-FAILURES DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       LOAD-ONE-LEDGER-LINE.
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
           IF WS-KSDS-STATUS = '00' OR WS-KSDS-STATUS = '02'
               ADD 1 TO WS-LINES-LOADED
               IF LGK-SEQUENCE > 0
                   ADD 1 TO WS-LINES-SEQUENCED
               END-IF
           ELSE
               ADD 1 TO WS-WRITE-FAILURES
               DISPLAY 'ERROR: KSDS WRITE FAILED STATUS='
                   WS-KSDS-STATUS ' LINE ' WS-LINES-READ
                   ' ORDER ' LGR-ORDER-ID
           END-IF.
