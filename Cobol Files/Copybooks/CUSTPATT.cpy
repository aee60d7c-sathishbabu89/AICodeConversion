      * One customer's ordering pattern, as ORDER-PATTERN rebuilds
      * CUSTPATT.KSDS each night from the keyed ledger ahead of the
      * drain, and MQ-RECEIVER reads it per sale to hold an order
      * far outside it. Only posted sales in the look-back window
      * count - returns, payments, adjustments and charges say
      * nothing about how a customer orders. A customer with no
      * posted sale in the window has no record, and no pattern.
      *   PAT-SALES-COUNT      posted sales in the window.
      *   PAT-AVERAGE-AMOUNT   their mean value.
      *   PAT-LARGEST-AMOUNT   the largest of them.
      *   PAT-ACTIVE-DAYS      business days with at least one.
      *   PAT-BUSIEST-DAY      most sales posted on any one day.
      *   PAT-WINDOW-DAYS      the look-back the figures cover, and
      *   PAT-AS-OF-DATE       the business date they were built on.
       01  CUSTOMER-PATTERN-RECORD.
           05  PAT-CUST-ID          PIC X(10).
           05  FILLER               PIC X(1).
           05  PAT-AS-OF-DATE       PIC X(8).
           05  FILLER               PIC X(1).
           05  PAT-WINDOW-DAYS      PIC 9(3).
           05  FILLER               PIC X(1).
           05  PAT-SALES-COUNT      PIC 9(5).
           05  FILLER               PIC X(1).
           05  PAT-AVERAGE-AMOUNT   PIC 9(7)V99.
           05  FILLER               PIC X(1).
           05  PAT-LARGEST-AMOUNT   PIC 9(7)V99.
           05  FILLER               PIC X(1).
           05  PAT-ACTIVE-DAYS      PIC 9(3).
           05  FILLER               PIC X(1).
           05  PAT-BUSIEST-DAY      PIC 9(3).
