      * The daily general-ledger interface file, GLEXTR.DAT, as
      * written by GL-EXTRACT for finance's GL load. One 'D' line
      * per account, region and side (debit or credit), then one
      * 'T' control trailer carrying the line count and both side
      * totals, which are always equal - a day that does not
      * balance is never written. Amounts carry two decimal places
      * implied, as on the ledger.
       01  GL-EXTRACT-RECORD.
           05  GLX-RECORD-TYPE   PIC X(1).
           05  FILLER            PIC X(1).
           05  GLX-EXTRACT-DATE  PIC X(8).
           05  FILLER            PIC X(1).
           05  GLX-DETAIL.
               10  GLX-ACCOUNT   PIC X(10).
               10  FILLER        PIC X(1).
               10  GLX-REGION    PIC X(10).
               10  FILLER        PIC X(1).
               10  GLX-DR-CR     PIC X(1).
               10  FILLER        PIC X(1).
               10  GLX-AMOUNT    PIC 9(11)V99.
               10  FILLER        PIC X(14).
           05  GLX-TRAILER REDEFINES GLX-DETAIL.
               10  GLX-LINE-COUNT    PIC 9(7).
               10  FILLER            PIC X(1).
               10  GLX-DEBIT-TOTAL   PIC 9(11)V99.
               10  FILLER            PIC X(1).
               10  GLX-CREDIT-TOTAL  PIC 9(11)V99.
               10  FILLER            PIC X(1).
               10  GLX-LEDGER-LINES  PIC 9(7).
               10  FILLER            PIC X(8).
