      * Trading-partner master record, one line per sender on
      * PARTNER.DAT, maintained through PARTNER-MAINT. MQ-RECEIVER
      * posts an order only when the partner named on the message
      * is here and ACTIVE, the message's check value matches one
      * computed with TPM-SECRET, the message came in on one of
      * TPM-QUEUE, its type is one of TPM-ORDER-TYPES, its customer
      * is one the partner may submit for and its total is within
      * TPM-MAX-ORDER. TPM-CUST-RULE 'A' lets the partner submit
      * for any customer; 'L' only for those listed against it on
      * PARTCUST.DAT. A TPM-MAX-ORDER of zero sets no ceiling.
       01  TRADING-PARTNER-RECORD.
           05  TPM-PARTNER-ID    PIC X(8).
           05  FILLER            PIC X(1).
           05  TPM-NAME          PIC X(30).
           05  FILLER            PIC X(1).
           05  TPM-STATUS        PIC X(6).
           05  FILLER            PIC X(1).
           05  TPM-SECRET        PIC X(20).
           05  FILLER            PIC X(1).
           05  TPM-QUEUE         PIC X(20) OCCURS 5 TIMES.
           05  FILLER            PIC X(1).
           05  TPM-ORDER-TYPES   PIC X(3).
           05  FILLER            PIC X(1).
           05  TPM-CUST-RULE     PIC X(1).
           05  FILLER            PIC X(1).
           05  TPM-MAX-ORDER     PIC 9(7)V99.
           05  FILLER            PIC X(1).
           05  TPM-CHANGED-BY    PIC X(20).
           05  FILLER            PIC X(1).
           05  TPM-CHANGED-AT    PIC X(14).
