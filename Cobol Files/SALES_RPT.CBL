       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-ITEM-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DETAIL-STATUS.
           SELECT SORT-WORK-FILE ASSIGN TO 'SALESWRK'.
           SELECT SORTED-SALES-FILE ASSIGN TO 'SALESSRT.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SORTED-STATUS.
           SELECT SALES-REPORT ASSIGN TO 'SALESITM.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SALES-DETAIL-FILE.
       COPY "SALESDTL.cpy".

      *    Same fixed offsets as SALESDTL.cpy, re-declared under SW-
      *    names for the sort keys - region, then item.
       SD SORT-WORK-FILE.
       01 SW-RECORD.
           05 SW-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 SW-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 SW-REGION      PIC X(10).
           05 FILLER         PIC X(1).
           05 SW-ITEM-CODE   PIC X(10).
           05 FILLER         PIC X(1).
           05 SW-QTY         PIC 9(5).
           05 FILLER         PIC X(1).
           05 SW-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 SW-ORDER-TYPE  PIC X(1).
           05 FILLER         PIC X(1).
           05 SW-POSTED      PIC X(26).

       FD SORTED-SALES-FILE.
       01 SORTED-SALES-RECORD.
           05 SS-ORDER-ID    PIC X(8).
           05 FILLER         PIC X(1).
           05 SS-CUST-ID     PIC X(10).
           05 FILLER         PIC X(1).
           05 SS-REGION      PIC X(10).
           05 FILLER         PIC X(1).
           05 SS-ITEM-CODE   PIC X(10).
           05 FILLER         PIC X(1).
           05 SS-QTY         PIC 9(5).
           05 FILLER         PIC X(1).
           05 SS-AMOUNT      PIC 9(7)V99.
           05 FILLER         PIC X(1).
           05 SS-ORDER-TYPE  PIC X(1).
           05 FILLER         PIC X(1).
           05 SS-POSTED      PIC X(26).

       FD SALES-REPORT.
       01 SALES-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DETAIL-STATUS    PIC XX.
       01 WS-SORTED-STATUS    PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.
       01 WS-DETAIL-ON        PIC X(3) VALUE 'NO'.

      *    The month reported on and the one before it, for the
      *    month-over-month columns.
       01 WS-REPORT-MONTH     PIC X(6).
       01 WS-PRIOR-MONTH      PIC X(6).
       01 WS-MONTH-PARTS.
           05 WS-MP-YEAR      PIC 9(4).
           05 WS-MP-MONTH     PIC 9(2).

       01 WS-COUNTERS.
           05 WS-LINES-READ     PIC 9(7) VALUE 0.
           05 WS-LINES-SELECTED PIC 9(7) VALUE 0.
           05 WS-ITEMS-PRINTED  PIC 9(7) VALUE 0.

       01 WS-CURRENT-REGION   PIC X(10).
       01 WS-CURRENT-ITEM     PIC X(10).

      *    Returns are netted against sales in both units and
      *    revenue; the sold and returned unit counts are shown as
      *    well, so a high-return item is visible behind its net.
       01 WS-ITEM-TOTALS.
           05 WS-IT-SOLD        PIC 9(7) VALUE 0.
           05 WS-IT-RETURNED    PIC 9(7) VALUE 0.
           05 WS-IT-REVENUE     PIC S9(9)V99 VALUE 0.
           05 WS-IT-PRIOR       PIC S9(9)V99 VALUE 0.
       01 WS-REGION-TOTALS.
           05 WS-RT-SOLD        PIC 9(7) VALUE 0.
           05 WS-RT-RETURNED    PIC 9(7) VALUE 0.
           05 WS-RT-REVENUE     PIC S9(9)V99 VALUE 0.
           05 WS-RT-PRIOR       PIC S9(9)V99 VALUE 0.
       01 WS-GRAND-TOTALS.
           05 WS-GT-SOLD        PIC 9(7) VALUE 0.
           05 WS-GT-RETURNED    PIC 9(7) VALUE 0.
           05 WS-GT-REVENUE     PIC S9(9)V99 VALUE 0.
           05 WS-GT-PRIOR       PIC S9(9)V99 VALUE 0.

      *    One printed line's figures, loaded from whichever level
      *    (item, region or grand total) is being written.
       01 WS-PRINT-TOTALS.
           05 WS-PT-SOLD        PIC 9(7) VALUE 0.
           05 WS-PT-RETURNED    PIC 9(7) VALUE 0.
           05 WS-PT-REVENUE     PIC S9(9)V99 VALUE 0.
           05 WS-PT-PRIOR       PIC S9(9)V99 VALUE 0.
       01 WS-NET-UNITS        PIC S9(7) VALUE 0.
       01 WS-CHANGE           PIC S9(9)V99 VALUE 0.
       01 WS-CHANGE-PCT       PIC S9(5)V9 VALUE 0.

       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(24) VALUE 'REGION      ITEM'.
           05 FILLER PIC X(10) VALUE '    SOLD'.
           05 FILLER PIC X(10) VALUE 'RETURNED'.
           05 FILLER PIC X(11) VALUE 'NET UNITS'.
           05 FILLER PIC X(16) VALUE '   NET REVENUE'.
           05 FILLER PIC X(16) VALUE '   PRIOR MONTH'.
           05 FILLER PIC X(16) VALUE '        CHANGE'.
           05 FILLER PIC X(29) VALUE '   CHG %'.

       01 WS-DETAIL-LINE.
           05 DL-REGION        PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-ITEM-CODE     PIC X(10).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-SOLD          PIC Z(7)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-RETURNED      PIC Z(7)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-NET-UNITS     PIC -(8)9.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-REVENUE       PIC Z(9)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-PRIOR         PIC Z(9)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CHANGE        PIC Z(9)9.99-.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DL-CHANGE-PCT    PIC -(5)9.9.
           05 FILLER           PIC X(21) VALUE SPACES.
       01 WS-DETAIL-PCT-TEXT REDEFINES WS-DETAIL-LINE.
           05 FILLER           PIC X(103).
           05 DL-PCT-TEXT      PIC X(8).
           05 FILLER           PIC X(21).

      * Monthly units and revenue by item within region, from the
      * item-level sales history in SALESDTL.DAT, for sales
      * management. Returns are netted against sales, and each
      * line carries the same item's net revenue for the month
      * before with the change in amount and percent; an item with
      * no prior-month revenue shows NEW in place of a percent. The
      * history is sorted by region and item the way STATEMENT
      * sorts the ledger, taking only the two months the report
      * needs. Lines posted with no region on the customer show
      * under UNASSIGNED. A blank month defaults to the current
      * one.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           DISPLAY 'Enter Report Month (YYYYMM, Blank = Current): '.
           ACCEPT WS-REPORT-MONTH.
           IF WS-REPORT-MONTH = SPACES
               MOVE FUNCTION CURRENT-DATE(1:6) TO WS-REPORT-MONTH
           END-IF.
           IF WS-REPORT-MONTH NOT NUMERIC
               DISPLAY 'Report Month Must Be YYYYMM'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-REPORT-MONTH TO WS-MONTH-PARTS.
           IF WS-MP-MONTH = 1
               SUBTRACT 1 FROM WS-MP-YEAR
               MOVE 12 TO WS-MP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-MP-MONTH
           END-IF.
           MOVE WS-MONTH-PARTS TO WS-PRIOR-MONTH.

           OPEN OUTPUT SALES-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SALESITM.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-REGION
               ON ASCENDING KEY SW-ITEM-CODE
               INPUT PROCEDURE IS RELEASE-TWO-MONTHS
               GIVING SORTED-SALES-FILE.

           MOVE SPACES TO SALES-REPORT-RECORD.
           STRING 'SALES BY ITEM WITHIN REGION - MONTH '
               WS-REPORT-MONTH '  (PRIOR MONTH ' WS-PRIOR-MONTH ')'
               DELIMITED BY SIZE INTO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
           IF WS-DETAIL-ON = 'NO'
               MOVE '  (SALESDTL.DAT NOT AVAILABLE - NO HISTORY)'
                   TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD
           END-IF.
           MOVE SPACES TO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
           MOVE WS-HEADING-LINE-1 TO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.

           OPEN INPUT SORTED-SALES-FILE.
           IF WS-SORTED-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SORTED SALES STATUS='
                   WS-SORTED-STATUS
               CLOSE SALES-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO WS-CURRENT-REGION.
           MOVE SPACES TO WS-CURRENT-ITEM.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ SORTED-SALES-FILE
                   AT END MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       PERFORM TAKE-SORTED-LINE
               END-READ
           END-PERFORM.
           CLOSE SORTED-SALES-FILE.
           IF WS-CURRENT-REGION NOT = SPACES
               PERFORM FINISH-ITEM
               PERFORM FINISH-REGION
           END-IF.

           IF WS-ITEMS-PRINTED = 0
               MOVE '  (NO SALES OR RETURNS IN EITHER MONTH)'
                   TO SALES-REPORT-RECORD
               WRITE SALES-REPORT-RECORD
           END-IF.
           MOVE SPACES TO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS.
           MOVE 'ALL' TO DL-REGION.
           MOVE 'TOTAL' TO DL-ITEM-CODE.
           PERFORM WRITE-FIGURES-LINE.
           CLOSE SALES-REPORT.

           DISPLAY 'SALES-ITEM-REPORT - MONTH ' WS-REPORT-MONTH
               ' LINES ' WS-LINES-SELECTED ' ITEMS ' WS-ITEMS-PRINTED.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

      *    Only sale and return lines of the two months go forward.
       RELEASE-TWO-MONTHS.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-DETAIL-STATUS = '00'
               MOVE 'YES' TO WS-DETAIL-ON
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SALES-DETAIL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-LINES-READ
                           IF (SD-POSTED(1:6) = WS-REPORT-MONTH
                               OR SD-POSTED(1:6) = WS-PRIOR-MONTH)
                               AND (SD-ORDER-TYPE = 'S'
                                   OR SD-ORDER-TYPE = 'R')
                               AND SD-QTY IS NUMERIC
                               AND SD-AMOUNT IS NUMERIC
                               ADD 1 TO WS-LINES-SELECTED
                               MOVE SALES-DETAIL-RECORD TO SW-RECORD
                               IF SW-REGION = SPACES
                                   MOVE 'UNASSIGNED' TO SW-REGION
                               END-IF
                               RELEASE SW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-DETAIL-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.

       TAKE-SORTED-LINE.
           IF SS-REGION NOT = WS-CURRENT-REGION
               IF WS-CURRENT-REGION NOT = SPACES
                   PERFORM FINISH-ITEM
                   PERFORM FINISH-REGION
               END-IF
               MOVE SS-REGION TO WS-CURRENT-REGION
               MOVE SS-ITEM-CODE TO WS-CURRENT-ITEM
           ELSE
               IF SS-ITEM-CODE NOT = WS-CURRENT-ITEM
                   PERFORM FINISH-ITEM
                   MOVE SS-ITEM-CODE TO WS-CURRENT-ITEM
               END-IF
           END-IF.
           IF SS-POSTED(1:6) = WS-REPORT-MONTH
               IF SS-ORDER-TYPE = 'S'
                   ADD SS-QTY TO WS-IT-SOLD
                   ADD SS-AMOUNT TO WS-IT-REVENUE
               ELSE
                   ADD SS-QTY TO WS-IT-RETURNED
                   SUBTRACT SS-AMOUNT FROM WS-IT-REVENUE
               END-IF
           ELSE
               IF SS-ORDER-TYPE = 'S'
                   ADD SS-AMOUNT TO WS-IT-PRIOR
               ELSE
                   SUBTRACT SS-AMOUNT FROM WS-IT-PRIOR
               END-IF
           END-IF.

       FINISH-ITEM.
           MOVE WS-ITEM-TOTALS TO WS-PRINT-TOTALS.
           MOVE WS-CURRENT-REGION TO DL-REGION.
           MOVE WS-CURRENT-ITEM TO DL-ITEM-CODE.
           PERFORM WRITE-FIGURES-LINE.
           ADD 1 TO WS-ITEMS-PRINTED.
           ADD WS-IT-SOLD TO WS-RT-SOLD.
           ADD WS-IT-RETURNED TO WS-RT-RETURNED.
           ADD WS-IT-REVENUE TO WS-RT-REVENUE.
           ADD WS-IT-PRIOR TO WS-RT-PRIOR.
           INITIALIZE WS-ITEM-TOTALS.

       FINISH-REGION.
           MOVE WS-REGION-TOTALS TO WS-PRINT-TOTALS.
           MOVE WS-CURRENT-REGION TO DL-REGION.
           MOVE 'REGION TOT' TO DL-ITEM-CODE.
           PERFORM WRITE-FIGURES-LINE.
           MOVE SPACES TO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
           ADD WS-RT-SOLD TO WS-GT-SOLD.
           ADD WS-RT-RETURNED TO WS-GT-RETURNED.
           ADD WS-RT-REVENUE TO WS-GT-REVENUE.
           ADD WS-RT-PRIOR TO WS-GT-PRIOR.
           INITIALIZE WS-REGION-TOTALS.

      *    DL-REGION and DL-ITEM-CODE are set by the caller.
       WRITE-FIGURES-LINE.
           COMPUTE WS-NET-UNITS = WS-PT-SOLD - WS-PT-RETURNED.
           COMPUTE WS-CHANGE = WS-PT-REVENUE - WS-PT-PRIOR.
           MOVE WS-PT-SOLD TO DL-SOLD.
           MOVE WS-PT-RETURNED TO DL-RETURNED.
           MOVE WS-NET-UNITS TO DL-NET-UNITS.
           MOVE WS-PT-REVENUE TO DL-REVENUE.
           MOVE WS-PT-PRIOR TO DL-PRIOR.
           MOVE WS-CHANGE TO DL-CHANGE.
           IF WS-PT-PRIOR = 0
               MOVE '     NEW' TO DL-PCT-TEXT
           ELSE
               COMPUTE WS-CHANGE-PCT ROUNDED =
                   WS-CHANGE * 100 / WS-PT-PRIOR
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-CHANGE-PCT
               END-COMPUTE
               MOVE WS-CHANGE-PCT TO DL-CHANGE-PCT
           END-IF.
           MOVE WS-DETAIL-LINE TO SALES-REPORT-RECORD.
           WRITE SALES-REPORT-RECORD.
