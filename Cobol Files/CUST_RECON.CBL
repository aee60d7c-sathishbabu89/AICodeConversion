       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    Read once, front to back, in key order - the same order
      *    the sorted unload below comes off the sort in.
           SELECT CUSTOMER-FILE ASSIGN TO 'CUSTOMER.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CUST-ID
           FILE STATUS IS WS-CUST-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'CUSTUNWK.DAT'.
      *    Tonight's unload of CUSTOMER_TABLE, ID ascending.
           SELECT SORTED-UNLOAD-FILE ASSIGN TO 'CUSTUNL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-UNLOAD-STATUS.
           SELECT RECON-REPORT ASSIGN TO 'RECON.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.
       FD CUSTOMER-FILE.
       COPY "CUSTREC.cpy".

      *    One CUSTOMER_TABLE row - the ID and every column the
      *    comparison looks at.
       SD SORT-WORK-FILE.
       01 UW-RECORD.
           05 UW-ID           PIC X(10).
           05 FILLER          PIC X(1).
           05 UW-NAME         PIC X(50).
           05 FILLER          PIC X(1).
           05 UW-STREET       PIC X(30).
           05 UW-CITY         PIC X(16).
           05 UW-STATE        PIC X(3).
           05 UW-POSTCODE     PIC X(10).
           05 FILLER          PIC X(1).
           05 UW-PHONE        PIC X(15).
           05 FILLER          PIC X(1).
           05 UW-BALANCE      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER          PIC X(1).
           05 UW-REGION       PIC X(10).
           05 FILLER          PIC X(1).
           05 UW-STATUS       PIC X(10).

       FD SORTED-UNLOAD-FILE.
       01 UNLOAD-RECORD.
           05 UL-ID           PIC X(10).
           05 FILLER          PIC X(1).
           05 UL-NAME         PIC X(50).
           05 FILLER          PIC X(1).
           05 UL-STREET       PIC X(30).
           05 UL-CITY         PIC X(16).
           05 UL-STATE        PIC X(3).
           05 UL-POSTCODE     PIC X(10).
           05 FILLER          PIC X(1).
           05 UL-PHONE        PIC X(15).
           05 FILLER          PIC X(1).
           05 UL-BALANCE      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER          PIC X(1).
           05 UL-REGION       PIC X(10).
           05 FILLER          PIC X(1).
           05 UL-STATUS       PIC X(10).

       FD RECON-REPORT.
       01 RECON-REPORT-RECORD PIC X(100).


       01 WS-CUST-STATUS      PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-UNLOAD-STATUS    PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
      *    The two sides of the match, HIGH-VALUES once a side is
      *    used up.
       01 WS-FILE-KEY         PIC X(10).
       01 WS-TABLE-KEY        PIC X(10).
       01 WS-RESTART-KEY      PIC X(10) VALUE LOW-VALUES.
       01 WS-UNLOAD-FAILED    PIC X(3) VALUE 'NO'.
       01 WS-ROWS-UNLOADED    PIC 9(7) VALUE 0.
       01 WS-RECORD-MISMATCH-FOUND PIC X(3) VALUE 'NO'.
       01 WS-RESTARTING       PIC X(3) VALUE 'NO'.
       01 WS-SKIP-COUNT       PIC 9(7) VALUE 0.

       01 WS-TBL-ID           PIC X(10).
       01 WS-TBL-NAME         PIC X(50).
      *    The table keeps the address in the same parts as
      *    CUST-ADDRESS; the trailing format byte is never fetched,
      *    so the table's side always reads as a split address when
      *    it is compared or journaled.
       01 WS-TBL-ADDRESS.
           05 WS-TBL-STREET    PIC X(30).
           05 WS-TBL-CITY      PIC X(16).
           05 WS-TBL-STATE     PIC X(3).
           05 WS-TBL-POSTCODE  PIC X(10).
           05 WS-TBL-ADDR-FORMAT PIC X(1) VALUE 'S'.
       01 WS-TBL-PHONE        PIC X(15).
       01 WS-TBL-BALANCE      PIC S9(9)V99 COMP-3.
       01 WS-TBL-REGION       PIC X(10).
           05 WS-TABLE-ROWS-CHECKED PIC 9(7) VALUE 0.
           05 WS-TABLE-ONLY-ROWS    PIC 9(7) VALUE 0.
       01 WS-TBL-CURSOR-DONE  PIC X(3) VALUE 'NO'.
       01 WS-SQLCODE-EDIT     PIC -(9)9.

      *    'YES' when this run was asked (via the 'SYNC' run
      *    parameter) to push the CUSTOMER-FILE value into

      * Compares the VSAM CUSTOMER-FILE (maintained by the CICS
      * customer transactions) against the DB2 CUSTOMER_TABLE (the
      * system of record queried by CUSTOMER-LOOKUP). CUSTOMER_TABLE
      * is unloaded in one cursor pass and sorted by ID, then matched
      * against CUSTOMER-FILE read in key order - one sequential pass
      * over each side, instead of a SELECT per VSAM record and a
      * second walk of the table, which had made this the longest
      * step in the nightly window. The match reports, in the one
      * pass, every customer whose DB2 row has drifted out of sync on
      * any field, every VSAM customer with no DB2 row, and every
      * DB2 row with no CUSTOMER-FILE record at all - the DB2-only
      * signup path that adds rows straight to the table. An unload
      * that fails part way stops the run with RETURN-CODE 8 rather
      * than reporting every customer past the failure as missing.
      * Checkpoints its progress through CHECKPOINT-SERVICE every
      * WS-CHECKPOINT-INTERVAL records so a restart after an abend
      * resumes instead of re-comparing the whole file.
               STOP RUN
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY UW-ID
               INPUT PROCEDURE IS UNLOAD-CUSTOMER-TABLE
               GIVING SORTED-UNLOAD-FILE.
           IF WS-UNLOAD-FAILED = 'YES'
               PERFORM LOG-UNLOAD-FAILURE
               CLOSE CUSTOMER-FILE
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT SORTED-UNLOAD-FILE.
           IF WS-UNLOAD-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN CUSTUNL.DAT STATUS='
                   WS-UNLOAD-STATUS
               MOVE 'CUSTREC' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E192' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN CUSTUNL.DAT STATUS='
                   WS-UNLOAD-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
               CLOSE CUSTOMER-FILE
               CLOSE RECON-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM CHECK-FOR-RESTART.
           IF WS-RESTARTING = 'YES'
               MOVE WS-SKIP-COUNT TO WS-RECORDS-COMPARED
               MOVE CKPT-COUNTER-1 TO WS-RECORDS-MATCHED
               MOVE CKPT-COUNTER-2 TO WS-RECORDS-MISMATCHED
               MOVE CKPT-COUNTER-3 TO WS-RECORDS-MISSING
               MOVE CKPT-COUNTER-4 TO WS-TABLE-ONLY-ROWS
               MOVE CKPT-COUNTER-5 TO WS-TABLE-ROWS-CHECKED
               PERFORM SKIP-ALREADY-COMPARED-RECORDS
           END-IF.

           PERFORM READ-NEXT-FILE-RECORD.
           PERFORM READ-NEXT-TABLE-ROW.
           IF WS-RESTARTING = 'YES'
               PERFORM SKIP-ALREADY-MATCHED-ROWS
           END-IF.
           PERFORM UNTIL WS-FILE-KEY = HIGH-VALUES
                   AND WS-TABLE-KEY = HIGH-VALUES
               PERFORM MATCH-ONE-CUSTOMER
           END-PERFORM.

           CLOSE CUSTOMER-FILE.
           CLOSE SORTED-UNLOAD-FILE.
           MOVE 'COMPLETE' TO CKPT-RUN-STATUS.
           PERFORM WRITE-CHECKPOINT.
           PERFORM WRITE-RECON-TOTALS.
           END-IF.
           GOBACK.

      * Every CUSTOMER_TABLE row goes to the sort just as it comes
      * off the cursor - the sort puts them in key order, so DB2 is
      * asked for one straight read of the table and nothing else.
       UNLOAD-CUSTOMER-TABLE.
           MOVE 'NO' TO WS-TBL-CURSOR-DONE.
           EXEC SQL
               DECLARE UNLOAD-CURSOR CURSOR FOR
               SELECT ID, NAME, STREET, CITY, STATE_PROV, POSTAL_CODE,
                      PHONE, BALANCE, REGION, STATUS
               FROM CUSTOMER_TABLE
           END-EXEC.
           EXEC SQL
               OPEN UNLOAD-CURSOR
           END-EXEC.
           IF SQLCODE NOT = 0
               DISPLAY 'SQL ERROR OPENING UNLOAD CURSOR - SQLCODE='
                   SQLCODE
               MOVE SQLCODE TO WS-SQLCODE-EDIT
               MOVE 'YES' TO WS-UNLOAD-FAILED
               MOVE 'YES' TO WS-TBL-CURSOR-DONE
           END-IF.
           PERFORM UNTIL WS-TBL-CURSOR-DONE = 'YES'
               EXEC SQL
                   FETCH UNLOAD-CURSOR
                   INTO :WS-TBL-ID, :WS-TBL-NAME, :WS-TBL-STREET,
                        :WS-TBL-CITY, :WS-TBL-STATE,
                        :WS-TBL-POSTCODE, :WS-TBL-PHONE,
                        :WS-TBL-BALANCE, :WS-TBL-REGION,
                        :WS-TBL-STATUS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN 0
                       ADD 1 TO WS-ROWS-UNLOADED
                       MOVE SPACES TO UW-RECORD
                       MOVE WS-TBL-ID TO UW-ID
                       MOVE WS-TBL-NAME TO UW-NAME
                       MOVE WS-TBL-STREET TO UW-STREET
                       MOVE WS-TBL-CITY TO UW-CITY
                       MOVE WS-TBL-STATE TO UW-STATE
                       MOVE WS-TBL-POSTCODE TO UW-POSTCODE
                       MOVE WS-TBL-PHONE TO UW-PHONE
                       MOVE WS-TBL-BALANCE TO UW-BALANCE
                       MOVE WS-TBL-REGION TO UW-REGION
                       MOVE WS-TBL-STATUS TO UW-STATUS
                       RELEASE UW-RECORD
                   WHEN 100
                       MOVE 'YES' TO WS-TBL-CURSOR-DONE
                   WHEN OTHER
                       DISPLAY 'SQL ERROR ON UNLOAD FETCH - SQLCODE='
                           SQLCODE
                       MOVE SQLCODE TO WS-SQLCODE-EDIT
                       MOVE 'YES' TO WS-UNLOAD-FAILED
                       MOVE 'YES' TO WS-TBL-CURSOR-DONE
               END-EVALUATE
           END-PERFORM.
           EXEC SQL
               CLOSE UNLOAD-CURSOR
           END-EXEC.

       LOG-UNLOAD-FAILURE.
           DISPLAY 'ERROR: CUSTOMER_TABLE UNLOAD FAILED AFTER '
               WS-ROWS-UNLOADED ' ROWS - NOTHING RECONCILED'.
           MOVE 'CUSTREC' TO ERR-PROGRAM-ID.
           MOVE SPACES TO ERR-TIMESTAMP.
           MOVE 'E191' TO ERR-CODE.
           MOVE 'FATAL' TO ERR-SEVERITY.
           MOVE SPACES TO ERR-MESSAGE.
           STRING 'CUSTOMER_TABLE UNLOAD FAILED SQLCODE='
               WS-SQLCODE-EDIT ' - NOTHING RECONCILED'
               DELIMITED BY SIZE INTO ERR-MESSAGE.
           CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY.

      *    The lower key is the customer only one side has; equal
      *    keys are the same customer on both sides, compared field
      *    by field.
       MATCH-ONE-CUSTOMER.
           EVALUATE TRUE
               WHEN WS-FILE-KEY < WS-TABLE-KEY
                   ADD 1 TO WS-RECORDS-COMPARED
                   PERFORM REPORT-FILE-ONLY-CUSTOMER
                   PERFORM READ-NEXT-FILE-RECORD
                   PERFORM CHECKPOINT-IF-DUE
               WHEN WS-FILE-KEY = WS-TABLE-KEY
                   ADD 1 TO WS-RECORDS-COMPARED
                   ADD 1 TO WS-TABLE-ROWS-CHECKED
                   PERFORM LOAD-TABLE-SIDE
                   PERFORM COMPARE-FIELDS
                   PERFORM READ-NEXT-FILE-RECORD
                   PERFORM READ-NEXT-TABLE-ROW
                   PERFORM CHECKPOINT-IF-DUE
               WHEN OTHER
                   ADD 1 TO WS-TABLE-ROWS-CHECKED
                   PERFORM REPORT-TABLE-ONLY-CUSTOMER
                   PERFORM READ-NEXT-TABLE-ROW
           END-EVALUATE.

      *    Taken straight after a CUSTOMER-FILE record is finished
      *    with: every table row at or below its key has been dealt
      *    with by then, which is what a restart relies on.
       CHECKPOINT-IF-DUE.
           IF FUNCTION MOD(WS-RECORDS-COMPARED,
               WS-CHECKPOINT-INTERVAL) = 0
               PERFORM WRITE-CHECKPOINT
           END-IF.

       READ-NEXT-FILE-RECORD.
           IF WS-END-OF-FILE = 'YES'
               MOVE HIGH-VALUES TO WS-FILE-KEY
           ELSE
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                       MOVE HIGH-VALUES TO WS-FILE-KEY
                   NOT AT END
                       MOVE CUST-ID TO WS-FILE-KEY
               END-READ
           END-IF.

       READ-NEXT-TABLE-ROW.
           READ SORTED-UNLOAD-FILE
               AT END MOVE HIGH-VALUES TO WS-TABLE-KEY
               NOT AT END MOVE UL-ID TO WS-TABLE-KEY
           END-READ.

       LOAD-TABLE-SIDE.
           MOVE UL-ID TO WS-TBL-ID.
           MOVE UL-NAME TO WS-TBL-NAME.
           MOVE UL-STREET TO WS-TBL-STREET.
           MOVE UL-CITY TO WS-TBL-CITY.
           MOVE UL-STATE TO WS-TBL-STATE.
           MOVE UL-POSTCODE TO WS-TBL-POSTCODE.
           MOVE UL-PHONE TO WS-TBL-PHONE.
           MOVE UL-BALANCE TO WS-TBL-BALANCE.
           MOVE UL-REGION TO WS-TBL-REGION.
           MOVE UL-STATUS TO WS-TBL-STATUS.

       REPORT-FILE-ONLY-CUSTOMER.
           ADD 1 TO WS-RECORDS-MISSING.
           MOVE CUST-REGION TO WS-DRIFT-REGION.
           MOVE CUST-ID TO ML-CUST-ID.
           MOVE 'ALL' TO ML-FIELD.
           MOVE 'IN CUSTOMER-FILE' TO ML-FILE-VALUE.
           MOVE 'NOT IN TABLE' TO ML-TABLE-VALUE.
           PERFORM WRITE-MISMATCH-LINE.

       REPORT-TABLE-ONLY-CUSTOMER.
           ADD 1 TO WS-TABLE-ONLY-ROWS.
           MOVE 'N/A' TO WS-DRIFT-REGION.
           MOVE WS-TABLE-KEY TO ML-CUST-ID.
           MOVE 'ALL' TO ML-FIELD.
           MOVE 'NOT IN CUSTOMER-FILE' TO ML-FILE-VALUE.
           MOVE 'IN TABLE' TO ML-TABLE-VALUE.
           PERFORM WRITE-MISMATCH-LINE.

      *    The driver hands every step the same PARM string, and the
      *    leading tokens belong to FILE-PROCESSOR (feeds, output,
      *    brackets, format) - so 'SYNC' is recognized wherever it
                   UNTIL WS-SKIP-INDEX > WS-SKIP-COUNT
               READ CUSTOMER-FILE NEXT RECORD
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END MOVE CUST-ID TO WS-RESTART-KEY
               END-READ
           END-PERFORM.

      *    The table rows up to the last record the earlier run
      *    compared were matched or counted then - their totals came
      *    back with the checkpoint.
       SKIP-ALREADY-MATCHED-ROWS.
           PERFORM UNTIL WS-TABLE-KEY = HIGH-VALUES
                   OR WS-TABLE-KEY > WS-RESTART-KEY
               PERFORM READ-NEXT-TABLE-ROW
           END-PERFORM.

       WRITE-CHECKPOINT.
           MOVE 'CUSTREC' TO CKPT-PROGRAM-ID.
           MOVE 'W' TO CKPT-FUNCTION.
           MOVE WS-RECORDS-MATCHED TO CKPT-COUNTER-1.
           MOVE WS-RECORDS-MISMATCHED TO CKPT-COUNTER-2.
           MOVE WS-RECORDS-MISSING TO CKPT-COUNTER-3.
           MOVE WS-TABLE-ONLY-ROWS TO CKPT-COUNTER-4.
           MOVE WS-TABLE-ROWS-CHECKED TO CKPT-COUNTER-5.
           CALL 'CHECKPOINT-SERVICE' USING WS-CHECKPOINT-ENTRY.

       COMPARE-FIELDS.
           MOVE 'NO' TO WS-RECORD-MISMATCH-FOUND.
           MOVE CUST-REGION TO WS-DRIFT-REGION.
           IF CUST-NAME NOT = WS-TBL-NAME
               PERFORM REPORT-FIELD-MISMATCH-NAME
           END-IF.
      *    A record whose address is still unsplit free text is on
      *    ADDRESS-CONVERT's list for the data team to fix; until it
      *    is, there are no parts to compare or push.
           IF CUST-ADDR-FORMAT = 'S'
               AND CUST-ADDRESS NOT = WS-TBL-ADDRESS
               PERFORM REPORT-FIELD-MISMATCH-ADDR
           END-IF.
           IF CUST-PHONE NOT = WS-TBL-PHONE
           MOVE 'ADDRESS' TO ML-FIELD.
           MOVE CUST-ADDRESS TO ML-FILE-VALUE.
           MOVE WS-TBL-ADDRESS TO ML-TABLE-VALUE.
      *    The mismatch columns are 30 wide - when the street
      *    agrees, the difference is further along, so show the
      *    city, state and postal code instead.
           IF CUST-STREET = WS-TBL-STREET
               MOVE SPACES TO ML-FILE-VALUE
               STRING CUST-CITY CUST-STATE ' ' CUST-POSTCODE
                   DELIMITED BY SIZE INTO ML-FILE-VALUE
               MOVE SPACES TO ML-TABLE-VALUE
               STRING WS-TBL-CITY WS-TBL-STATE ' ' WS-TBL-POSTCODE
                   DELIMITED BY SIZE INTO ML-TABLE-VALUE
           END-IF.
           PERFORM WRITE-MISMATCH-LINE.
           IF WS-SYNC-MODE = 'YES'
               MOVE 'ADDRESS' TO WS-SYNC-FIELD
               WHEN 'ADDRESS'
                   EXEC SQL
                       UPDATE CUSTOMER_TABLE
                       SET STREET = :CUST-STREET,
                           CITY = :CUST-CITY,
                           STATE_PROV = :CUST-STATE,
                           POSTAL_CODE = :CUST-POSTCODE
                       WHERE ID = :CUST-ID
                   END-EXEC
               WHEN 'PHONE'
