      * One posted ledger line picked for reversal, as appended to
      * REVPEND.DAT by ORDER-REVERSAL when an operator selects a bad
      * batch of orders. Every line of one selection shares
      * RVP-BATCH-ID ('RB' and a sequence from REVSEQ.DAT) and sits
      * together on the file. Nothing is reversed when the batch is
      * written - a different signed-on user must approve it through
      * REVERSAL-REVIEW, which moves the approved lines to
      * REVAPPR.DAT in this same layout with RVP-APPROVED-BY and
      * RVP-APPROVED-AT filled in, for the nightly REVERSAL-APPLY
      * step ahead of the drain. RVP-LEDGER-LINE is the POSTED line
      * as it stands on ORDLEDG.KSDS, in ORDLEDG.cpy's layout, so
      * the reversal undoes exactly what was posted. RVP-REASON is
      * the requester's own words, carried to the acknowledgment.
       01  REVERSAL-PENDING-RECORD.
           05  RVP-BATCH-ID      PIC X(8).
           05  FILLER            PIC X(1).
           05  RVP-REQUESTED-BY  PIC X(20).
           05  FILLER            PIC X(1).
           05  RVP-REQUESTED-AT  PIC X(26).
           05  FILLER            PIC X(1).
           05  RVP-REASON        PIC X(30).
           05  FILLER            PIC X(1).
           05  RVP-APPROVED-BY   PIC X(20).
           05  FILLER            PIC X(1).
           05  RVP-APPROVED-AT   PIC X(26).
           05  FILLER            PIC X(1).
           05  RVP-LEDGER-LINE   PIC X(162).
