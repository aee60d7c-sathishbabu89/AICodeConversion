      * One standing (recurring) order schedule in STANDORD.KSDS,
      * keyed by customer and a schedule number within the customer
      * so one account can take several regular deliveries. Kept by
      * STANDING-ORDER-MAINT; STANDING-ORDER-GEN writes each due
      * schedule into ORDERS.DAT as a fresh order for MQSEND and
      * moves SO-NEXT-DUE on. The item lines mirror ORDER-RECORD's
      * ITEM/QTY/AMOUNT groups; SO-AMOUNT is the line as priced when
      * the schedule was keyed, and is re-priced on every run at the
      * contract or list price then in force, so a price change
      * never turns the schedule into a stream of dead letters.
       01  STANDING-ORDER-RECORD.
           05  SO-KEY.
               10  SO-CUST-ID        PIC X(10).
               10  SO-SCHEDULE-NO    PIC 9(3).
           05  FILLER                PIC X(1).
      *    W weekly, F fortnightly, M monthly. A monthly schedule
      *    falls on SO-DAY-OF-MONTH, or the month's last day when
      *    the month is shorter, so a 31st schedule does not drift
      *    back to the 28th after February.
           05  SO-FREQUENCY          PIC X(1).
           05  FILLER                PIC X(1).
           05  SO-DAY-OF-MONTH       PIC 9(2).
           05  FILLER                PIC X(1).
      *    YYYYMMDD. An end date of 99999999 is open-ended; the
      *    schedule stops generating once SO-NEXT-DUE passes it.
           05  SO-NEXT-DUE           PIC X(8).
           05  FILLER                PIC X(1).
           05  SO-END-DATE           PIC X(8).
           05  FILLER                PIC X(1).
           05  SO-LAST-ORDER-ID      PIC X(8).
           05  FILLER                PIC X(1).
           05  SO-LAST-GENERATED     PIC X(8).
           05  FILLER                PIC X(1).
           05  SO-ITEM-COUNT         PIC 9(2).
           05  SO-ITEM OCCURS 5 TIMES.
               10  SO-ITEM-CODE      PIC X(10).
               10  SO-QTY            PIC 9(5).
               10  SO-AMOUNT         PIC 9(7)V99.
           05  FILLER                PIC X(1).
           05  SO-UPDATED            PIC X(26).
           05  FILLER                PIC X(1).
           05  SO-UPDATED-BY         PIC X(20).
