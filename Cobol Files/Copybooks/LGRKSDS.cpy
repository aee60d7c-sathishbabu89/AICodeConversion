      * One order-ledger line as kept in ORDLEDG.KSDS, the keyed
      * copy of the ledger the inquiry and the month-end reports
      * read instead of scanning ORDLEDG.DAT from the top. Keyed by
      * customer and the time the line was written, so a customer's
      * history is one browse in date order, with an alternate index
      * on the order ID (duplicates - an order's HELD, POSTED and
      * REFUSED lines all share it). LGK-SEQUENCE only separates
      * two lines for one customer written in the same hundredth of
      * a second; it is 00 on nearly every line. The ledger line
      * itself rides whole in LGK-LEDGER-LINE in ORDLEDG.cpy's
      * layout, so a reader moves it to LEDGER-RECORD and keeps its
      * existing field logic. Written only through LEDGER-WRITER
      * (and loaded once by LEDGER-LOAD); ORDLEDG.DAT is still
      * appended alongside it as the flat extract.
       01  LEDGER-KSDS-RECORD.
           05  LGK-KEY.
               10  LGK-CUST-ID       PIC X(10).
               10  LGK-TIMESTAMP     PIC X(26).
               10  LGK-SEQUENCE      PIC 9(2).
           05  LGK-ORDER-ID          PIC X(8).
           05  LGK-LEDGER-LINE       PIC X(162).
