       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMENT-CONFIRM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The warehouse's nightly confirmation feed. Some nights
      *    nothing ships.
           SELECT SHIP-CONFIRM-FILE ASSIGN TO 'SHIPCONF.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CONFIRM-STATUS.
      *    Posted sale lines, with quantities - the ledger carries
      *    only order totals.
           SELECT SALES-DETAIL-FILE ASSIGN TO 'SALESDTL.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-DETAIL-STATUS.
      *    Posting time of the newest SALESDTL.DAT line already
      *    counted, so each sale line is added to its order once.
           SELECT SYNC-MARK-FILE ASSIGN TO 'SHIPSYNC.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STATUS.
      *    DYNAMIC so the intake can go straight to an order and
      *    the exception report can browse the lot.
           SELECT SHIP-STATUS-FILE ASSIGN TO 'SHIPSTAT.KSDS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SS-ORDER-ID
           FILE STATUS IS WS-SHIP-STATUS.
           SELECT EXCEPTION-REPORT ASSIGN TO 'SHIPEXC.RPT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHIP-CONFIRM-FILE.
       COPY "SHIPCONF.cpy".

       FD SALES-DETAIL-FILE.
       COPY "SALESDTL.cpy".

       FD SYNC-MARK-FILE.
       01 SYNC-MARK-RECORD PIC X(26).

       FD SHIP-STATUS-FILE.
       COPY "SHIPSTAT.cpy".

       FD EXCEPTION-REPORT.
       01 EXCEPTION-REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       COPY "ERRLOG.cpy".

       01 WS-CONFIRM-STATUS   PIC XX.
       01 WS-SALES-DETAIL-STATUS PIC XX.
       01 WS-MARK-STATUS      PIC XX.
       01 WS-SHIP-STATUS      PIC XX.
       01 WS-RPT-STATUS       PIC XX.
       01 WS-END-OF-FILE      PIC X(3) VALUE 'NO'.

       01 WS-RUN-DATE         PIC X(8).
       01 WS-SYNC-MARK        PIC X(26) VALUE SPACES.
       01 WS-NEW-SYNC-MARK    PIC X(26) VALUE SPACES.
       01 WS-REFUSE-REASON    PIC X(30) VALUE SPACES.

      *    An order still not (fully) shipped this many days after
      *    it posted goes on the exception report. SHIPDAYS=nnn on
      *    the step parm card overrides the default.
       01 WS-SHIP-DAYS        PIC 9(3) VALUE 5.
       01 WS-DAYS-OUT         PIC S9(7) VALUE 0.
       01 WS-PARM-TOKEN-COUNT PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-IDX   PIC 9(2) VALUE 0.
       01 WS-PARM-TOKEN-TABLE.
           05 WS-PARM-TOKEN OCCURS 8 TIMES PIC X(40).
       01 WS-PARM-VALUE-TEXT  PIC X(7).
       01 WS-PVT-LENGTH       PIC 9(2) VALUE 0.
       01 WS-PVT-IDX          PIC 9(2) VALUE 0.

       01 WS-COUNTERS.
           05 WS-SALE-LINES-ADDED  PIC 9(7) VALUE 0.
           05 WS-ORDERS-RAISED     PIC 9(7) VALUE 0.
           05 WS-CONFIRMS-READ     PIC 9(7) VALUE 0.
           05 WS-CONFIRMS-RECORDED PIC 9(7) VALUE 0.
           05 WS-CONFIRMS-REFUSED  PIC 9(7) VALUE 0.
           05 WS-CONFIRMS-NO-ORDER PIC 9(7) VALUE 0.
           05 WS-WRITE-FAILURES    PIC 9(7) VALUE 0.
           05 WS-NOT-SHIPPED-LISTED PIC 9(7) VALUE 0.
           05 WS-NO-ORDER-LISTED   PIC 9(7) VALUE 0.

       01 WS-EXCEPTION-LINE.
           05 XL-ORDER-ID     PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-CUST-ID      PIC X(10).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-POSTED-DATE  PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-DAYS-OUT     PIC Z(4)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-QTY-BILLED   PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-QTY-SHIPPED  PIC Z(6)9.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-STATUS       PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-LAST-SHIPPED PIC X(8).
           05 FILLER          PIC X(2) VALUE SPACES.
           05 XL-CARRIER      PIC X(10).
           05 FILLER          PIC X(13) VALUE SPACES.

       01 WS-TOTAL-LINE.
           05 TL-LABEL        PIC X(36).
           05 TL-COUNT        PIC Z(6)9.
           05 FILLER          PIC X(57) VALUE SPACES.

       LINKAGE SECTION.
       01 LS-PARM.
           05 LS-PARM-LENGTH PIC S9(4) COMP.
           05 LS-PARM-TEXT PIC X(80).

      * Nightly shipment intake and ship/bill exception report.
      * First every posted sale line MQ-RECEIVER or
      * BACKORDER-RELEASE has added to SALESDTL.DAT since the last
      * run is counted into its order's SHIPSTAT.KSDS record as
      * billed quantity. Then the warehouse's confirmation feed is
      * recorded against those orders - quantity shipped, first
      * and latest ship date, carrier and tracking - and each
      * order's status reworked to POSTED, PARTIAL or SHIPPED. A
      * confirmation for an order ID with no posted sale is kept
      * as NOORDER rather than thrown away: the sale may simply
      * post later (a credit hold released, a late queue), and the
      * record picks up its customer and billed quantity the
      * night it does. SHIPEXC.RPT then lists the two exceptions
      * the billing office chases - orders billed but not wholly
      * shipped SHIPDAYS days after posting, and shipments with no
      * posted order behind them. Runs after MQ-RECEIVER and
      * BACKORDER-RELEASE so tonight's postings are already in.
       PROCEDURE DIVISION USING LS-PARM.
       MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARSE-RUN-PARAMETERS.

           OPEN OUTPUT EXCEPTION-REPORT.
           IF WS-RPT-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SHIPEXC.RPT STATUS='
                   WS-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'SHIPMENT CONFIRMATION AND SHIP/BILL EXCEPTIONS AS '
               'OF ' WS-RUN-DATE
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM OPEN-SHIP-STATUS-FILE.
           IF WS-SHIP-STATUS NOT = '00'
               CLOSE EXCEPTION-REPORT
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM SYNC-BILLED-QUANTITIES.
           PERFORM APPLY-CONFIRMATION-FEED.
           PERFORM LIST-NOT-SHIPPED.
           PERFORM LIST-NO-ORDER.
           CLOSE SHIP-STATUS-FILE.

           PERFORM WRITE-REPORT-TOTALS.
           CLOSE EXCEPTION-REPORT.
           DISPLAY 'SHIPMENT-CONFIRM - CONFIRMATIONS '
               WS-CONFIRMS-READ ' RECORDED ' WS-CONFIRMS-RECORDED
               ' REFUSED ' WS-CONFIRMS-REFUSED
               ' NOT SHIPPED ' WS-NOT-SHIPPED-LISTED
               ' NO ORDER ' WS-NO-ORDER-LISTED.
           IF WS-CONFIRMS-REFUSED > 0 OR WS-WRITE-FAILURES > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           GOBACK.

       PARSE-RUN-PARAMETERS.
           MOVE SPACES TO WS-PARM-TOKEN-TABLE.
           MOVE 0 TO WS-PARM-TOKEN-COUNT.
           IF LS-PARM-LENGTH > 0
               UNSTRING LS-PARM-TEXT(1:LS-PARM-LENGTH) DELIMITED BY
                   SPACE INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
                   WS-PARM-TOKEN(3) WS-PARM-TOKEN(4) WS-PARM-TOKEN(5)
                   WS-PARM-TOKEN(6) WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
                   TALLYING IN WS-PARM-TOKEN-COUNT
               END-UNSTRING
           END-IF.
           PERFORM VARYING WS-PARM-TOKEN-IDX FROM 1 BY 1
                   UNTIL WS-PARM-TOKEN-IDX > WS-PARM-TOKEN-COUNT
               PERFORM CHECK-ONE-PARM-TOKEN
           END-PERFORM.

       CHECK-ONE-PARM-TOKEN.
           IF WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(1:9) = 'SHIPDAYS='
               MOVE WS-PARM-TOKEN(WS-PARM-TOKEN-IDX)(10:7)
                   TO WS-PARM-VALUE-TEXT
               PERFORM MEASURE-PARM-VALUE
               IF WS-PVT-LENGTH > 0 AND WS-PVT-LENGTH < 4
                   AND WS-PARM-VALUE-TEXT(1:WS-PVT-LENGTH) IS NUMERIC
                   COMPUTE WS-SHIP-DAYS =
                       FUNCTION NUMVAL(WS-PARM-VALUE-TEXT)
                   DISPLAY 'SHIPMENT-CONFIRM - NOT-SHIPPED AFTER '
                       WS-SHIP-DAYS ' DAYS'
               ELSE
                   DISPLAY 'WARNING: SHIPDAYS VALUE NOT NUMERIC - '
                       'DEFAULT KEPT: ' WS-PARM-VALUE-TEXT
               END-IF
           END-IF.

       MEASURE-PARM-VALUE.
           MOVE 0 TO WS-PVT-LENGTH.
           PERFORM VARYING WS-PVT-IDX FROM 7 BY -1
                   UNTIL WS-PVT-IDX < 1
                   OR WS-PVT-LENGTH > 0
               IF WS-PARM-VALUE-TEXT(WS-PVT-IDX:1) NOT = SPACE
                   MOVE WS-PVT-IDX TO WS-PVT-LENGTH
               END-IF
           END-PERFORM.

      *    Created empty on the very first run.
       OPEN-SHIP-STATUS-FILE.
           OPEN I-O SHIP-STATUS-FILE.
           IF WS-SHIP-STATUS NOT = '00'
               OPEN OUTPUT SHIP-STATUS-FILE
               IF WS-SHIP-STATUS = '00'
                   CLOSE SHIP-STATUS-FILE
                   OPEN I-O SHIP-STATUS-FILE
               END-IF
           END-IF.
           IF WS-SHIP-STATUS NOT = '00'
               DISPLAY 'ERROR: UNABLE TO OPEN SHIPSTAT.KSDS STATUS='
                   WS-SHIP-STATUS
               MOVE 'SHIPCONF' TO ERR-PROGRAM-ID
               MOVE SPACES TO ERR-TIMESTAMP
               MOVE 'E111' TO ERR-CODE
               MOVE 'FATAL' TO ERR-SEVERITY
               STRING 'UNABLE TO OPEN SHIPSTAT.KSDS STATUS='
                   WS-SHIP-STATUS DELIMITED BY SIZE
                   INTO ERR-MESSAGE
               CALL 'ERROR-LOGGER' USING WS-ERROR-ENTRY
           END-IF.

      *    Only sale lines posted after the mark are counted; the
      *    mark moves on to the newest line seen and is written
      *    back once the whole file has been read. No SALESDTL.DAT
      *    yet simply means nothing has been billed.
       SYNC-BILLED-QUANTITIES.
           MOVE SPACES TO WS-SYNC-MARK.
           OPEN INPUT SYNC-MARK-FILE.
           IF WS-MARK-STATUS = '00'
               READ SYNC-MARK-FILE
                   NOT AT END
                       MOVE SYNC-MARK-RECORD TO WS-SYNC-MARK
               END-READ
               CLOSE SYNC-MARK-FILE
           END-IF.
           MOVE WS-SYNC-MARK TO WS-NEW-SYNC-MARK.
           OPEN INPUT SALES-DETAIL-FILE.
           IF WS-SALES-DETAIL-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SALES-DETAIL-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF SD-POSTED > WS-SYNC-MARK
                               AND SD-ORDER-TYPE = 'S'
                               AND SD-QTY IS NUMERIC
                               PERFORM ADD-BILLED-LINE
                           END-IF
                           IF SD-POSTED > WS-NEW-SYNC-MARK
                               MOVE SD-POSTED TO WS-NEW-SYNC-MARK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-DETAIL-FILE
               MOVE 'NO' TO WS-END-OF-FILE
           END-IF.
           IF WS-NEW-SYNC-MARK NOT = WS-SYNC-MARK
               OPEN OUTPUT SYNC-MARK-FILE
               IF WS-MARK-STATUS = '00'
                   MOVE WS-NEW-SYNC-MARK TO SYNC-MARK-RECORD
                   WRITE SYNC-MARK-RECORD
                   CLOSE SYNC-MARK-FILE
               ELSE
                   DISPLAY 'WARNING: UNABLE TO WRITE SHIPSYNC.DAT '
                       'STATUS=' WS-MARK-STATUS
                       ' - SALE LINES WILL BE COUNTED AGAIN'
                   ADD 1 TO WS-WRITE-FAILURES
               END-IF
           END-IF.

       ADD-BILLED-LINE.
           MOVE SD-ORDER-ID TO SS-ORDER-ID.
           READ SHIP-STATUS-FILE KEY IS SS-ORDER-ID
               INVALID KEY
                   MOVE SPACES TO SHIP-STATUS-RECORD
                   MOVE SD-ORDER-ID TO SS-ORDER-ID
                   MOVE SD-CUST-ID TO SS-CUST-ID
                   MOVE SD-POSTED(1:8) TO SS-POSTED-DATE
                   MOVE SD-QTY TO SS-QTY-BILLED
                   MOVE 0 TO SS-QTY-SHIPPED
                   PERFORM SET-SHIP-STATUS
                   MOVE FUNCTION CURRENT-DATE TO SS-UPDATED
                   WRITE SHIP-STATUS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILURES
                   END-WRITE
                   ADD 1 TO WS-ORDERS-RAISED
               NOT INVALID KEY
                   IF SS-CUST-ID = SPACES
                       MOVE SD-CUST-ID TO SS-CUST-ID
                       MOVE SD-POSTED(1:8) TO SS-POSTED-DATE
                   END-IF
                   ADD SD-QTY TO SS-QTY-BILLED
                   PERFORM SET-SHIP-STATUS
                   MOVE FUNCTION CURRENT-DATE TO SS-UPDATED
                   REWRITE SHIP-STATUS-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-FAILURES
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-SALE-LINES-ADDED.

       SET-SHIP-STATUS.
           EVALUATE TRUE
               WHEN SS-QTY-BILLED = 0
                   MOVE 'NOORDER' TO SS-SHIP-STATUS
               WHEN SS-QTY-SHIPPED = 0
                   MOVE 'POSTED' TO SS-SHIP-STATUS
               WHEN SS-QTY-SHIPPED < SS-QTY-BILLED
                   MOVE 'PARTIAL' TO SS-SHIP-STATUS
               WHEN OTHER
                   MOVE 'SHIPPED' TO SS-SHIP-STATUS
           END-EVALUATE.

       APPLY-CONFIRMATION-FEED.
           OPEN INPUT SHIP-CONFIRM-FILE.
           IF WS-CONFIRM-STATUS NOT = '00'
               DISPLAY 'SHIPMENT-CONFIRM - NO CONFIRMATION FILE '
                   'TONIGHT STATUS=' WS-CONFIRM-STATUS
               MOVE 'NO SHIPMENT CONFIRMATIONS RECEIVED'
                   TO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           ELSE
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ SHIP-CONFIRM-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           ADD 1 TO WS-CONFIRMS-READ
                           PERFORM RECORD-ONE-CONFIRMATION
                   END-READ
               END-PERFORM
               CLOSE SHIP-CONFIRM-FILE
               MOVE 'NO' TO WS-END-OF-FILE
               OPEN OUTPUT SHIP-CONFIRM-FILE
               CLOSE SHIP-CONFIRM-FILE
           END-IF.

      *    A line that cannot be trusted - no order ID, a ship date
      *    or quantity that is not a number - is refused and listed
      *    for the warehouse to resend, not guessed at.
       RECORD-ONE-CONFIRMATION.
           MOVE SPACES TO WS-REFUSE-REASON.
           EVALUATE TRUE
               WHEN SHC-ORDER-ID = SPACES
                   MOVE 'NO ORDER ID' TO WS-REFUSE-REASON
               WHEN SHC-SHIP-DATE IS NOT NUMERIC
                   MOVE 'SHIP DATE NOT VALID' TO WS-REFUSE-REASON
               WHEN SHC-QTY-SHIPPED IS NOT NUMERIC
                   MOVE 'QUANTITY NOT VALID' TO WS-REFUSE-REASON
               WHEN SHC-QTY-SHIPPED = 0
                   MOVE 'QUANTITY NOT VALID' TO WS-REFUSE-REASON
           END-EVALUATE.
           IF WS-REFUSE-REASON NOT = SPACES
               ADD 1 TO WS-CONFIRMS-REFUSED
               MOVE SPACES TO EXCEPTION-REPORT-RECORD
               STRING 'REFUSED ' SHC-ORDER-ID ' ' SHC-SHIP-DATE ' '
                   SHC-ITEM-CODE ' - ' WS-REFUSE-REASON
                   DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD
               WRITE EXCEPTION-REPORT-RECORD
           ELSE
               MOVE SHC-ORDER-ID TO SS-ORDER-ID
               READ SHIP-STATUS-FILE KEY IS SS-ORDER-ID
                   INVALID KEY
                       MOVE SPACES TO SHIP-STATUS-RECORD
                       MOVE SHC-ORDER-ID TO SS-ORDER-ID
                       MOVE 0 TO SS-QTY-BILLED
                       MOVE SHC-QTY-SHIPPED TO SS-QTY-SHIPPED
                       MOVE SHC-SHIP-DATE TO SS-FIRST-SHIPPED
                       PERFORM NOTE-LATEST-SHIPMENT
                       WRITE SHIP-STATUS-RECORD
                           INVALID KEY
                               ADD 1 TO WS-WRITE-FAILURES
                       END-WRITE
                       ADD 1 TO WS-CONFIRMS-NO-ORDER
                   NOT INVALID KEY
                       ADD SHC-QTY-SHIPPED TO SS-QTY-SHIPPED
                       IF SS-FIRST-SHIPPED = SPACES
                           OR SHC-SHIP-DATE < SS-FIRST-SHIPPED
                           MOVE SHC-SHIP-DATE TO SS-FIRST-SHIPPED
                       END-IF
                       PERFORM NOTE-LATEST-SHIPMENT
                       REWRITE SHIP-STATUS-RECORD
                           INVALID KEY
                               ADD 1 TO WS-WRITE-FAILURES
                       END-REWRITE
               END-READ
               ADD 1 TO WS-CONFIRMS-RECORDED
           END-IF.

      *    The carrier and tracking kept are those of the latest
      *    carton, the one a customer asking "where is it" means.
       NOTE-LATEST-SHIPMENT.
           IF SS-LAST-SHIPPED = SPACES
               OR SHC-SHIP-DATE NOT < SS-LAST-SHIPPED
               MOVE SHC-SHIP-DATE TO SS-LAST-SHIPPED
               MOVE SHC-CARRIER TO SS-CARRIER
               MOVE SHC-TRACKING TO SS-TRACKING
           END-IF.
           PERFORM SET-SHIP-STATUS.
           MOVE FUNCTION CURRENT-DATE TO SS-UPDATED.

      *    Billed but not wholly shipped, and posted more than
      *    SHIPDAYS days ago.
       LIST-NOT-SHIPPED.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-SHIP-DAYS TO XL-DAYS-OUT.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'ORDERS POSTED BUT NOT SHIPPED AFTER '
               XL-DAYS-OUT ' DAYS'
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO SS-ORDER-ID.
           START SHIP-STATUS-FILE KEY IS >= SS-ORDER-ID
               INVALID KEY
                   MOVE 'YES' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ SHIP-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF (SS-SHIP-STATUS = 'POSTED'
                           OR SS-SHIP-STATUS = 'PARTIAL')
                           AND SS-POSTED-DATE IS NUMERIC
                           COMPUTE WS-DAYS-OUT =
                               FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(WS-RUN-DATE))
                             - FUNCTION INTEGER-OF-DATE(
                                   FUNCTION NUMVAL(SS-POSTED-DATE))
                           IF WS-DAYS-OUT > WS-SHIP-DAYS
                               PERFORM WRITE-EXCEPTION-LINE
                               ADD 1 TO WS-NOT-SHIPPED-LISTED
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.

       LIST-NO-ORDER.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'SHIPMENTS WITH NO POSTED ORDER'
               TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           PERFORM WRITE-COLUMN-HEADING.
           MOVE 'NO' TO WS-END-OF-FILE.
           MOVE LOW-VALUES TO SS-ORDER-ID.
           START SHIP-STATUS-FILE KEY IS >= SS-ORDER-ID
               INVALID KEY
                   MOVE 'YES' TO WS-END-OF-FILE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE = 'YES'
               READ SHIP-STATUS-FILE NEXT RECORD
                   AT END
                       MOVE 'YES' TO WS-END-OF-FILE
                   NOT AT END
                       IF SS-SHIP-STATUS = 'NOORDER'
                           MOVE 0 TO WS-DAYS-OUT
                           PERFORM WRITE-EXCEPTION-LINE
                           ADD 1 TO WS-NO-ORDER-LISTED
                       END-IF
               END-READ
           END-PERFORM.
           MOVE 'NO' TO WS-END-OF-FILE.

       WRITE-COLUMN-HEADING.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           STRING 'ORDER ID  CUSTOMER    POSTED     DAYS   '
               '  BILLED  SHIPPED  STATUS    SHIPPED   CARRIER'
               DELIMITED BY SIZE INTO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-EXCEPTION-LINE.
           MOVE SS-ORDER-ID TO XL-ORDER-ID.
           MOVE SS-CUST-ID TO XL-CUST-ID.
           MOVE SS-POSTED-DATE TO XL-POSTED-DATE.
           MOVE WS-DAYS-OUT TO XL-DAYS-OUT.
           MOVE SS-QTY-BILLED TO XL-QTY-BILLED.
           MOVE SS-QTY-SHIPPED TO XL-QTY-SHIPPED.
           MOVE SS-SHIP-STATUS TO XL-STATUS.
           MOVE SS-LAST-SHIPPED TO XL-LAST-SHIPPED.
           MOVE SS-CARRIER TO XL-CARRIER.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'SALE LINES COUNTED AS BILLED' TO TL-LABEL.
           MOVE WS-SALE-LINES-ADDED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'ORDERS NEWLY TRACKED' TO TL-LABEL.
           MOVE WS-ORDERS-RAISED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'CONFIRMATION LINES READ' TO TL-LABEL.
           MOVE WS-CONFIRMS-READ TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'CONFIRMATION LINES RECORDED' TO TL-LABEL.
           MOVE WS-CONFIRMS-RECORDED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'CONFIRMATION LINES REFUSED' TO TL-LABEL.
           MOVE WS-CONFIRMS-REFUSED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'NEW SHIPMENTS WITH NO ORDER' TO TL-LABEL.
           MOVE WS-CONFIRMS-NO-ORDER TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'ORDERS LISTED NOT SHIPPED' TO TL-LABEL.
           MOVE WS-NOT-SHIPPED-LISTED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'SHIPMENTS LISTED WITH NO ORDER' TO TL-LABEL.
           MOVE WS-NO-ORDER-LISTED TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE 'SHIPSTAT.KSDS WRITE FAILURES' TO TL-LABEL.
           MOVE WS-WRITE-FAILURES TO TL-COUNT.
           MOVE WS-TOTAL-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
