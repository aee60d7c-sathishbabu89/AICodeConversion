       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-LIABILITY-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-LEDGER-FILE ASSIGN TO 'ORDLEDG.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.
           SELECT TAX-REPORT ASSIGN TO 'TAXLIAB.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ORDER-LEDGER-FILE.
       COPY "ORDLEDG.cpy".

       FD TAX-REPORT.
       01 TAX-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-LEDGER-STATUS    PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-TAX-MONTH        PIC X(6).
       01 WS-LINE-POSTED      PIC X(8).
       01 WS-LINE-TAX         PIC 9(7)V99 VALUE 0.
       01 WS-LINE-NET         PIC S9(9)V99 VALUE 0.
       01 WS-LINE-REGION      PIC X(10).
       01 WS-NET-TAX          PIC S9(9)V99 VALUE 0.

       COPY "BUSDATE.cpy".

       01 WS-COUNTERS.
           05 WS-LINES-READ     PIC 9(7) VALUE 0.
           05 WS-LINES-TAKEN    PIC 9(7) VALUE 0.

      *    One slot per region seen on the month's postings. Sales
      *    and returns are kept net of their tax, which is kept
      *    beside them, so the report can give finance both the
      *    taxable base and the tax on it.
       01 WS-REGION-COUNT     PIC 9(2) VALUE 0.
       01 WS-REGION-IDX       PIC 9(2) VALUE 0.
       01 WS-REGION-SLOT      PIC 9(2) VALUE 0.
       01 WS-REGION-TABLE.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-REGION      PIC X(10).
               10 WS-RT-SALES       PIC S9(9)V99.
               10 WS-RT-SALES-TAX   PIC S9(9)V99.
               10 WS-RT-RETURNS     PIC S9(9)V99.
               10 WS-RT-RETURN-TAX  PIC S9(9)V99.

       01 WS-GRAND-TOTALS.
           05 WS-GT-SALES       PIC S9(9)V99 VALUE 0.
           05 WS-GT-SALES-TAX   PIC S9(9)V99 VALUE 0.
           05 WS-GT-RETURNS     PIC S9(9)V99 VALUE 0.
           05 WS-GT-RETURN-TAX  PIC S9(9)V99 VALUE 0.

       01 WS-HEADING-LINE.
           05 FILLER PIC X(12) VALUE 'REGION'.
           05 FILLER PIC X(15) VALUE ' TAXABLE SALES'.
           05 FILLER PIC X(15) VALUE '   TAX ON SALES'.
           05 FILLER PIC X(15) VALUE '  RETURNS (NET)'.
           05 FILLER PIC X(15) VALUE ' TAX ON RETURNS'.
           05 FILLER PIC X(15) VALUE '    NET TAX DUE'.
           05 FILLER PIC X(13) VALUE SPACES.

       01 WS-DETAIL-LINE.
           05 DL-REGION        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-SALES         PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-SALES-TAX     PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-RETURNS       PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-RETURN-TAX    PIC Z(9)9.99-.
           05 FILLER           PIC X(1) VALUE SPACES.
           05 DL-NET-TAX       PIC Z(9)9.99-.
           05 FILLER           PIC X(13) VALUE SPACES.

      * Monthly sales tax liability by region, for finance to file
      * the tax returns from. Every POSTED sale and return on
      * ORDLEDG.DAT in the month asked for is taken - orders off
      * the queue and backorder fills alike - and split into its
      * taxable amount (LGR-TOTAL-AMOUNT less the tax on it) and
      * the tax itself, under the region MQ-RECEIVER charged it
      * for. Returns reduce what is owed, so the net tax due is
      * tax collected on sales less tax refunded on returns. Lines
      * posted before tax was charged carry no region or tax and
      * show under UNASSIGNED, so the taxable base still foots to
      * the ledger. A line falls in the month of the business day
      * it was posted to, and a blank month defaults to the
      * business date's. A reversed sale or return is an ADJUST
      * line carrying the original's tax and region; it is taken
      * in the month the reversal was posted to, a reversed sale
      * (type C) on the returns side as a refund of the tax and a
      * reversed return (type D) back on the sales side, so a
      * month already filed is never restated.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Tax Month (YYYYMM, Blank = Current): '.
           ACCEPT WS-TAX-MONTH.
           IF WS-TAX-MONTH = SPACES
               MOVE 'B' TO BDT-FUNCTION
               CALL 'BUSINESS-DATE-SERVICE'
                   USING WS-BUSINESS-DATE-ENTRY
               MOVE BDT-POSTING-DATE(1:6) TO WS-TAX-MONTH
           END-IF.
           IF WS-TAX-MONTH NOT NUMERIC
               DISPLAY 'Tax Month Must Be YYYYMM'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT ORDER-LEDGER-FILE.
           IF WS-LEDGER-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN ORDLEDG.DAT STATUS='
                   WS-LEDGER-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TAX-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN TAXLIAB.RPT STATUS='
                   WS-RPT-STATUS
               CLOSE ORDER-LEDGER-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ ORDER-LEDGER-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       IF LGR-POSTING-DATE = SPACES
                           MOVE LGR-TIMESTAMP(1:8) TO WS-LINE-POSTED
                       ELSE
                           MOVE LGR-POSTING-DATE TO WS-LINE-POSTED
                       END-IF
                       IF LGR-OUTCOME = 'POSTED'
                           AND WS-LINE-POSTED(1:6) = WS-TAX-MONTH
                           AND (LGR-ORDER-TYPE = 'S'
                               OR LGR-ORDER-TYPE = 'R')
                           PERFORM ACCUMULATE-LEDGER-LINE
                       END-IF
                       IF LGR-OUTCOME = 'ADJUST'
                           AND LGR-REASON-TEXT(1:9) = 'REVERSED '
                           AND WS-LINE-POSTED(1:6) = WS-TAX-MONTH
                           AND (LGR-REASON-TEXT(10:1) = 'S'
                               OR LGR-REASON-TEXT(10:1) = 'R')
                           PERFORM ACCUMULATE-LEDGER-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ORDER-LEDGER-FILE.

           PERFORM WRITE-TAX-REPORT.
           CLOSE TAX-REPORT.

           DISPLAY 'TAX-LIABILITY-REPORT - MONTH ' WS-TAX-MONTH
               ' LINES ' WS-LINES-TAKEN ' REGIONS ' WS-REGION-COUNT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       ACCUMULATE-LEDGER-LINE.
           ADD 1 TO WS-LINES-TAKEN.
           IF LGR-TAX-AMOUNT IS NUMERIC
               MOVE LGR-TAX-AMOUNT TO WS-LINE-TAX
           ELSE
               MOVE 0 TO WS-LINE-TAX
           END-IF.
           COMPUTE WS-LINE-NET = LGR-TOTAL-AMOUNT - WS-LINE-TAX.
           IF LGR-TAX-REGION = SPACES
               OR LGR-TAX-REGION = LOW-VALUES
               MOVE 'UNASSIGNED' TO WS-LINE-REGION
           ELSE
               MOVE LGR-TAX-REGION TO WS-LINE-REGION
           END-IF.
           PERFORM FIND-REGION-SLOT.
           IF WS-REGION-SLOT = 0
               DISPLAY 'WARNING: REGION TABLE FULL - '
                   LGR-ORDER-ID ' NOT REPORTED'
           ELSE
               IF LGR-ORDER-TYPE = 'S' OR LGR-ORDER-TYPE = 'D'
                   ADD WS-LINE-NET TO WS-RT-SALES(WS-REGION-SLOT)
                   ADD WS-LINE-TAX TO WS-RT-SALES-TAX(WS-REGION-SLOT)
               ELSE
                   ADD WS-LINE-NET TO WS-RT-RETURNS(WS-REGION-SLOT)
                   ADD WS-LINE-TAX
                       TO WS-RT-RETURN-TAX(WS-REGION-SLOT)
               END-IF
           END-IF.

       FIND-REGION-SLOT.
           MOVE 0 TO WS-REGION-SLOT.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
                   OR WS-REGION-SLOT > 0
               IF WS-RT-REGION(WS-REGION-IDX) = WS-LINE-REGION
                   MOVE WS-REGION-IDX TO WS-REGION-SLOT
               END-IF
           END-PERFORM.
           IF WS-REGION-SLOT = 0 AND WS-REGION-COUNT < 50
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-SLOT
               MOVE WS-LINE-REGION TO WS-RT-REGION(WS-REGION-SLOT)
               MOVE 0 TO WS-RT-SALES(WS-REGION-SLOT)
               MOVE 0 TO WS-RT-SALES-TAX(WS-REGION-SLOT)
               MOVE 0 TO WS-RT-RETURNS(WS-REGION-SLOT)
               MOVE 0 TO WS-RT-RETURN-TAX(WS-REGION-SLOT)
           END-IF.

       WRITE-TAX-REPORT.
           MOVE SPACES TO TAX-REPORT-RECORD.
           STRING 'SALES TAX LIABILITY BY REGION - MONTH '
               WS-TAX-MONTH DELIMITED BY SIZE
               INTO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE WS-HEADING-LINE TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           PERFORM VARYING WS-REGION-IDX FROM 1 BY 1
                   UNTIL WS-REGION-IDX > WS-REGION-COUNT
               MOVE WS-RT-REGION(WS-REGION-IDX) TO DL-REGION
               MOVE WS-RT-SALES(WS-REGION-IDX) TO DL-SALES
               MOVE WS-RT-SALES-TAX(WS-REGION-IDX) TO DL-SALES-TAX
               MOVE WS-RT-RETURNS(WS-REGION-IDX) TO DL-RETURNS
               MOVE WS-RT-RETURN-TAX(WS-REGION-IDX)
                   TO DL-RETURN-TAX
               COMPUTE WS-NET-TAX =
                   WS-RT-SALES-TAX(WS-REGION-IDX)
                   - WS-RT-RETURN-TAX(WS-REGION-IDX)
               MOVE WS-NET-TAX TO DL-NET-TAX
               MOVE WS-DETAIL-LINE TO TAX-REPORT-RECORD
               WRITE TAX-REPORT-RECORD
               ADD WS-RT-SALES(WS-REGION-IDX) TO WS-GT-SALES
               ADD WS-RT-SALES-TAX(WS-REGION-IDX)
                   TO WS-GT-SALES-TAX
               ADD WS-RT-RETURNS(WS-REGION-IDX) TO WS-GT-RETURNS
               ADD WS-RT-RETURN-TAX(WS-REGION-IDX)
                   TO WS-GT-RETURN-TAX
           END-PERFORM.
           IF WS-REGION-COUNT = 0
               MOVE '  (NO SALES OR RETURNS POSTED IN THE MONTH)'
                   TO TAX-REPORT-RECORD
               WRITE TAX-REPORT-RECORD
           END-IF.
           MOVE SPACES TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
           MOVE 'TOTAL' TO DL-REGION.
           MOVE WS-GT-SALES TO DL-SALES.
           MOVE WS-GT-SALES-TAX TO DL-SALES-TAX.
           MOVE WS-GT-RETURNS TO DL-RETURNS.
           MOVE WS-GT-RETURN-TAX TO DL-RETURN-TAX.
           COMPUTE WS-NET-TAX = WS-GT-SALES-TAX - WS-GT-RETURN-TAX.
           MOVE WS-NET-TAX TO DL-NET-TAX.
           MOVE WS-DETAIL-LINE TO TAX-REPORT-RECORD.
           WRITE TAX-REPORT-RECORD.
