      * One feed record FILE-PROCESSOR accepted as a new identity -
      * valid age, not seen on this or any earlier run - written to
      * the run's ACCEPTED.DAT.<runid> generation with the source
      * identity OUTPUT.DAT does not carry. FEED-CUSTOMER-MATCH
      * reads the current generation (through LASTRUN.DAT) to decide
      * whether each person is already a customer.
       01  ACCEPTED-FEED-RECORD.
           05  ACC-NAME          PIC X(50).
           05  ACC-AGE           PIC 9(2).
           05  ACC-SOURCE-ID     PIC X(12).
           05  ACC-BIRTH-DATE    PIC X(8).
