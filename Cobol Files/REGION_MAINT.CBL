           SELECT REGION-MASTER-FILE ASSIGN TO 'REGION.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGION-STATUS.
           SELECT TAX-RATE-FILE ASSIGN TO 'TAXRATE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TAX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGION-MASTER-FILE.
       COPY "REGREC.cpy".

       FD TAX-RATE-FILE.
       COPY "TAXRATE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REGION-STATUS PIC XX.
       01 WS-END-OF-FILE   PIC X(3) VALUE 'NO'.
               10 WS-RGN-DESC   PIC X(30).
               10 WS-RGN-ACTIVE PIC X(1).

      *    TAXRATE.DAT, held and rewritten whole the same way as
      *    the region master. A rate may only be set for a region
      *    on the master; retiring a region leaves its rate alone,
      *    since its existing customers are still billed.
       01 WS-TAX-STATUS    PIC XX.
       01 WS-TAX-COUNT     PIC 9(2) VALUE 0.
       01 WS-TAX-IDX       PIC 9(2) VALUE 0.
       01 WS-TAX-SLOT      PIC 9(2) VALUE 0.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 50 TIMES.
               10 WS-TXR-REGION PIC X(10).
               10 WS-TXR-RATE   PIC 9V9(4).
       01 WS-RATE-TEXT     PIC X(10).
       01 WS-NEW-RATE      PIC 9V9(4) VALUE 0.
       01 WS-RATE-EDIT     PIC 9.9999.
       01 WS-RATE-VALID    PIC X(3) VALUE 'YES'.
       01 WS-RT-IDX        PIC 9(2) VALUE 0.
       01 WS-RT-DIGITS     PIC 9(2) VALUE 0.
       01 WS-RT-DOTS       PIC 9(2) VALUE 0.

       01 WS-NOT-AUTHENTICATED PIC X(3) VALUE 'NO'.

       COPY "SESSION.cpy".
      * points validate against: add a region, retire one (kept on
      * file so existing records still report under it, but no new
      * entries may use it), reactivate a retired one, or list the
      * master, or set the sales tax rate MQ-RECEIVER charges a
      * region's customers. Both files are small enough to hold in
      * a table, so a change rewrites one in a single pass - same
      * shape as ITEM-PRICE-MAINT. Gated by the shared LOGIN
      * session check and audited per action. Customers left on a
      * retired region are moved in bulk by REGION-REASSIGN.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
           END-IF.

           PERFORM LOAD-REGION-MASTER.
           PERFORM LOAD-TAX-RATES.

           DISPLAY 'Enter Action - A=Add, R=Retire, '
               'V=Reactivate, T=Tax Rate, L=List: '.
           ACCEPT WS-ACTION.
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION.

                   PERFORM RETIRE-REGION
               WHEN 'V'
                   PERFORM REACTIVATE-REGION
               WHEN 'T'
                   PERFORM SET-TAX-RATE
               WHEN 'L'
                   PERFORM LIST-REGIONS
               WHEN OTHER
                   DISPLAY 'Invalid Action - Must Be A, R, V, T '
                       'or L'
           END-EVALUATE.

           EXEC CICS RETURN END-EXEC.
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE.
           IF WS-TAX-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ TAX-RATE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-TAX-COUNT < 50
                               AND TXR-RATE IS NUMERIC
                               ADD 1 TO WS-TAX-COUNT
                               MOVE TXR-REGION-CODE TO
                                   WS-TXR-REGION(WS-TAX-COUNT)
                               MOVE TXR-RATE TO
                                   WS-TXR-RATE(WS-TAX-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TAX-RATE-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       FIND-TARGET-REGION.
           MOVE 0 TO WS-REGION-SLOT.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

       FIND-TARGET-TAX-RATE.
           MOVE 0 TO WS-TAX-SLOT.
           PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                   UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   OR WS-TAX-SLOT > 0
               IF WS-TXR-REGION(WS-TAX-IDX) = WS-TARGET-CODE
                   MOVE WS-TAX-IDX TO WS-TAX-SLOT
               END-IF
           END-PERFORM.

      *    The rate is keyed as a percentage (7.25 for 7.25%), the
      *    way finance quotes it, and held as a fraction. Anything
      *    not numeric, or 100% and over, is refused.
       SET-TAX-RATE.
           DISPLAY 'Enter Region Code: '.
           ACCEPT WS-TARGET-CODE.
           MOVE FUNCTION UPPER-CASE(WS-TARGET-CODE)
               TO WS-TARGET-CODE.
           PERFORM FIND-TARGET-REGION.
           IF WS-REGION-SLOT = 0
               DISPLAY 'Region Not On Master: ' WS-TARGET-CODE
               MOVE 'NOT FOUND' TO WS-RESULT-TEXT
           ELSE
               DISPLAY 'Enter Tax Rate Percent (e.g. 7.25): '
               ACCEPT WS-RATE-TEXT
               PERFORM EDIT-RATE-TEXT
               IF WS-RATE-VALID = 'NO'
                   DISPLAY 'Tax Rate Must Be Numeric'
                   MOVE 'INVALID RATE' TO WS-RESULT-TEXT
               ELSE
                   IF FUNCTION NUMVAL(WS-RATE-TEXT) >= 100
                       DISPLAY 'Tax Rate Must Be 0 To 99.99'
                       MOVE 'INVALID RATE' TO WS-RESULT-TEXT
                   ELSE
                       COMPUTE WS-NEW-RATE ROUNDED =
                           FUNCTION NUMVAL(WS-RATE-TEXT) / 100
                       PERFORM STORE-TAX-RATE
                   END-IF
               END-IF
           END-IF.
           PERFORM WRITE-AUDIT-RECORD.

      *    Digits and at most one decimal point, the same edit
      *    BALANCE-ADJUST puts on a keyed amount.
       EDIT-RATE-TEXT.
           MOVE 'YES' TO WS-RATE-VALID.
           MOVE 0 TO WS-RT-DIGITS.
           MOVE 0 TO WS-RT-DOTS.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > 10
               EVALUATE TRUE
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) = SPACE
                       CONTINUE
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) = '.'
                       ADD 1 TO WS-RT-DOTS
                   WHEN WS-RATE-TEXT(WS-RT-IDX:1) >= '0'
                       AND WS-RATE-TEXT(WS-RT-IDX:1) <= '9'
                       ADD 1 TO WS-RT-DIGITS
                   WHEN OTHER
                       MOVE 'NO' TO WS-RATE-VALID
               END-EVALUATE
           END-PERFORM.
           IF WS-RT-DIGITS = 0 OR WS-RT-DOTS > 1
               MOVE 'NO' TO WS-RATE-VALID
           END-IF.

       STORE-TAX-RATE.
           PERFORM FIND-TARGET-TAX-RATE.
           IF WS-TAX-SLOT = 0
               IF WS-TAX-COUNT >= 50
                   DISPLAY 'Tax Rate Table Full - Cannot Add'
                   MOVE 'TABLE FULL' TO WS-RESULT-TEXT
               ELSE
                   ADD 1 TO WS-TAX-COUNT
                   MOVE WS-TAX-COUNT TO WS-TAX-SLOT
                   MOVE WS-TARGET-CODE TO WS-TXR-REGION(WS-TAX-SLOT)
               END-IF
           END-IF.
           IF WS-TAX-SLOT > 0
               MOVE WS-NEW-RATE TO WS-TXR-RATE(WS-TAX-SLOT)
               PERFORM REWRITE-TAX-RATES
               MOVE WS-NEW-RATE TO WS-RATE-EDIT
               DISPLAY 'Tax Rate Set: ' WS-TARGET-CODE ' '
                   WS-RATE-EDIT
               MOVE SPACES TO WS-RESULT-TEXT
               STRING 'SUCCESS RATE=' WS-RATE-EDIT
                   DELIMITED BY SIZE INTO WS-RESULT-TEXT
           END-IF.

       LIST-REGIONS.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
               MOVE WS-RGN-CODE(WS-REGION-IDX) TO WS-TARGET-CODE
               PERFORM FIND-TARGET-TAX-RATE
               IF WS-TAX-SLOT > 0
                   MOVE WS-TXR-RATE(WS-TAX-SLOT) TO WS-RATE-EDIT
               ELSE
                   MOVE 0 TO WS-RATE-EDIT
               END-IF
               DISPLAY WS-RGN-CODE(WS-REGION-IDX) ' '
                   WS-RGN-ACTIVE(WS-REGION-IDX) ' '
                   WS-RATE-EDIT ' '
                   WS-RGN-DESC(WS-REGION-IDX)
           END-PERFORM.
           DISPLAY 'REGIONS ON MASTER: ' WS-REGION-COUNT.
               CLOSE REGION-MASTER-FILE
           END-IF.

       REWRITE-TAX-RATES.
           OPEN OUTPUT TAX-RATE-FILE.
           IF WS-TAX-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO REWRITE TAX RATE TABLE '
                   'STATUS=' WS-TAX-STATUS
           ELSE
               PERFORM VARYING WS-TAX-IDX FROM 1 BY 1
                       UNTIL WS-TAX-IDX > WS-TAX-COUNT
                   MOVE SPACES TO TAX-RATE-RECORD
                   MOVE WS-TXR-REGION(WS-TAX-IDX) TO TXR-REGION-CODE
                   MOVE WS-TXR-RATE(WS-TAX-IDX) TO TXR-RATE
                   WRITE TAX-RATE-RECORD
               END-PERFORM
               CLOSE TAX-RATE-FILE
           END-IF.

       CHECK-SESSION.
      *    This transaction is always entered cold at a terminal (no
      *    COMMAREA caller to inherit trust from), so it is gated by
                   MOVE 'RETIRE' TO AUD-ACTION
               WHEN 'V'
                   MOVE 'REACTIVATE' TO AUD-ACTION
               WHEN 'T'
                   MOVE 'TAXRATE' TO AUD-ACTION
               WHEN OTHER
                   MOVE 'REGION' TO AUD-ACTION
           END-EVALUATE.
