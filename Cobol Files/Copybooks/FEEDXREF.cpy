      * Feed identity to customer cross-reference, FEEDXREF.KSDS -
      * one record per source-system identity FEED-CUSTOMER-MATCH
      * has tied to a CUST-ID, keyed the way FILE-PROCESSOR keys its
      * NAMEHIST.KSDS history (source ID plus birth date). The
      * customer master has no source-ID field of its own, so this
      * is how a person arriving again from the same source system
      * is recognised without going back to name matching.
      * XRF-LINK-TYPE is 'M' where the identity was matched to a
      * customer already on file and 'N' where the match step
      * assigned a new CUST-ID and wrote the CUSTLOAD.DAT row for it.
       01  FEED-XREF-RECORD.
           05  XRF-KEY.
               10  XRF-SOURCE-ID     PIC X(12).
               10  XRF-BIRTH-DATE    PIC X(8).
           05  XRF-CUST-ID       PIC X(10).
           05  XRF-LINK-TYPE     PIC X(1).
           05  XRF-LINKED-DATE   PIC X(8).
