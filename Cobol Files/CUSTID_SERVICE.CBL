       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOMER-ID-SERVICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The customer-ID counter: one line, the last serial
      *    issued, the full ID it became and when. Only this
      *    service writes it.
           SELECT CUST-SEQ-FILE ASSIGN TO 'CUSTSEQ.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEQ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CUST-SEQ-FILE.
       01 CUST-SEQ-RECORD.
           05 CSQ-LAST-SERIAL  PIC 9(8).
           05 FILLER           PIC X(1).
           05 CSQ-LAST-ID      PIC X(10).
           05 FILLER           PIC X(1).
           05 CSQ-ISSUED-AT    PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-SEQ-STATUS      PIC XX.
       01 WS-SERIAL          PIC 9(8) VALUE 0.
       01 WS-SERIAL-TEXT REDEFINES WS-SERIAL PIC X(8).
       01 WS-NEXT-SERIAL     PIC 9(9) VALUE 0.
       01 WS-DIGIT-IDX       PIC 9(2) VALUE 0.
       01 WS-DIGIT           PIC 9(1) VALUE 0.
       01 WS-WEIGHTED-SUM    PIC 9(4) VALUE 0.
       01 WS-CHECK-DIGIT     PIC 9(2) VALUE 0.
       01 WS-BUILT-ID        PIC X(10).
       01 WS-ID-BUILT        PIC X(3) VALUE 'NO'.

       LINKAGE SECTION.
       COPY "CUSTIDSV.cpy".

      * One place that knows what a customer ID looks like, so
      * every program that hands one out or takes one in agrees.
      * The check digit weights the serial's eight digits 9 down
      * to 2 and takes eleven less the sum's remainder by eleven
      * (eleven itself becoming 0) - any single wrong digit and any
      * two neighbouring digits swapped give a different digit. A
      * serial whose check would come out as ten has no digit to
      * carry it and is never issued.
      *
      * The counter is protected three ways: the line carries the
      * ID its serial became, and a line whose two halves disagree
      * (a hand edit, a half-written file) is refused rather than
      * trusted; a missing counter is refused rather than started
      * again from one, which is how numbers were reused before;
      * and the serial never wraps. Operations seed CUSTSEQ.DAT
      * once, with a serial above every existing system ID, e.g.
      *     00000000 C000000000
      * and the callers say loudly when they get 'CP' back. A
      * terminal task runs this read-and-rewrite without giving up
      * control, so two operators adding at once cannot draw the
      * same serial.
       PROCEDURE DIVISION USING WS-CUSTOMER-ID-ENTRY.
       MAIN-LOGIC.
           EVALUATE CID-FUNCTION
               WHEN 'A'
                   PERFORM ALLOCATE-CUSTOMER-ID
               WHEN OTHER
                   PERFORM VERIFY-CUSTOMER-ID
           END-EVALUATE.
           GOBACK.

       VERIFY-CUSTOMER-ID.
           EVALUATE TRUE
               WHEN CID-CUST-ID = SPACES
                   MOVE 'BL' TO CID-RETURN-CODE
               WHEN CID-CUST-ID(1:1) = 'C'
                   AND CID-CUST-ID(2:9) IS NUMERIC
                   MOVE CID-CUST-ID(2:8) TO WS-SERIAL-TEXT
                   PERFORM COMPUTE-CHECK-DIGIT
                   IF WS-CHECK-DIGIT < 10
                       AND CID-CUST-ID(10:1) = WS-CHECK-DIGIT(2:1)
                       MOVE '00' TO CID-RETURN-CODE
                   ELSE
                       MOVE 'CD' TO CID-RETURN-CODE
                   END-IF
               WHEN OTHER
                   MOVE 'LG' TO CID-RETURN-CODE
           END-EVALUATE.

       ALLOCATE-CUSTOMER-ID.
           MOVE SPACES TO CID-CUST-ID.
           MOVE 'CP' TO CID-RETURN-CODE.
           OPEN INPUT CUST-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY 'ERROR: CUSTSEQ.DAT NOT AVAILABLE STATUS='
                   WS-SEQ-STATUS ' - NO CUSTOMER ID ISSUED'
               GOBACK
           END-IF.
           READ CUST-SEQ-FILE
               AT END MOVE '10' TO WS-SEQ-STATUS
           END-READ.
           CLOSE CUST-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = '00'
               OR CSQ-LAST-SERIAL IS NOT NUMERIC
               DISPLAY 'ERROR: CUSTSEQ.DAT HAS NO COUNTER LINE'
                   ' - NO CUSTOMER ID ISSUED'
               GOBACK
           END-IF.
           MOVE CSQ-LAST-SERIAL TO WS-SERIAL.
           PERFORM BUILD-ID-FROM-SERIAL.
           IF WS-ID-BUILT = 'NO' OR WS-BUILT-ID NOT = CSQ-LAST-ID
               DISPLAY 'ERROR: CUSTSEQ.DAT SERIAL ' CSQ-LAST-SERIAL
                   ' DOES NOT MATCH ' CSQ-LAST-ID
                   ' - NO CUSTOMER ID ISSUED'
               GOBACK
           END-IF.

           MOVE WS-SERIAL TO WS-NEXT-SERIAL.
           MOVE 'NO' TO WS-ID-BUILT.
           PERFORM UNTIL WS-ID-BUILT = 'YES'
                   OR WS-NEXT-SERIAL > 99999998
               ADD 1 TO WS-NEXT-SERIAL
               MOVE WS-NEXT-SERIAL TO WS-SERIAL
               PERFORM BUILD-ID-FROM-SERIAL
           END-PERFORM.
           IF WS-ID-BUILT = 'NO'
               MOVE 'EX' TO CID-RETURN-CODE
               DISPLAY 'ERROR: CUSTSEQ.DAT EXHAUSTED'
                   ' - NO CUSTOMER ID ISSUED'
               GOBACK
           END-IF.

           OPEN OUTPUT CUST-SEQ-FILE.
           IF WS-SEQ-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE CUSTSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - NO CUSTOMER ID ISSUED'
               GOBACK
           END-IF.
           MOVE SPACES TO CUST-SEQ-RECORD.
           MOVE WS-SERIAL TO CSQ-LAST-SERIAL.
           MOVE WS-BUILT-ID TO CSQ-LAST-ID.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CSQ-ISSUED-AT.
           WRITE CUST-SEQ-RECORD.
           IF WS-SEQ-STATUS = '00'
               MOVE WS-BUILT-ID TO CID-CUST-ID
               MOVE '00' TO CID-RETURN-CODE
           ELSE
               DISPLAY 'ERROR: UNABLE TO REWRITE CUSTSEQ.DAT STATUS='
                   WS-SEQ-STATUS ' - NO CUSTOMER ID ISSUED'
           END-IF.
           CLOSE CUST-SEQ-FILE.

       BUILD-ID-FROM-SERIAL.
           PERFORM COMPUTE-CHECK-DIGIT.
           IF WS-CHECK-DIGIT < 10
               MOVE 'YES' TO WS-ID-BUILT
               MOVE SPACES TO WS-BUILT-ID
               STRING 'C' WS-SERIAL-TEXT WS-CHECK-DIGIT(2:1)
                   DELIMITED BY SIZE INTO WS-BUILT-ID
           ELSE
               MOVE 'NO' TO WS-ID-BUILT
           END-IF.

       COMPUTE-CHECK-DIGIT.
           MOVE 0 TO WS-WEIGHTED-SUM.
           PERFORM VARYING WS-DIGIT-IDX FROM 1 BY 1
                   UNTIL WS-DIGIT-IDX > 8
               MOVE WS-SERIAL-TEXT(WS-DIGIT-IDX:1) TO WS-DIGIT
               COMPUTE WS-WEIGHTED-SUM = WS-WEIGHTED-SUM
                   + WS-DIGIT * (10 - WS-DIGIT-IDX)
           END-PERFORM.
           COMPUTE WS-CHECK-DIGIT =
               11 - FUNCTION MOD(WS-WEIGHTED-SUM, 11).
           IF WS-CHECK-DIGIT = 11
               MOVE 0 TO WS-CHECK-DIGIT
           END-IF.
