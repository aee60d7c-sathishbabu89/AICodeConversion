      * One line of the general-ledger account mapping, GLMAP.DAT -
      * which GL account each kind of posted activity is booked to.
      * GL-EXTRACT loads it once per run. GLM-TXN-CODE is one of:
      *   AR    the receivable control account, the other side of
      *         every entry
      *   SALE  sales revenue, net of tax
      *   RETN  sales returns, net of tax
      *   STAX  sales tax payable - the tax on sales and returns
      *   PAYM  cash received
      *   FCHG  finance charge income
      *   WRTO, GOOD, CORR, NSFC, DISP  the BALANCE-ADJUST reason
      *         codes, the account each adjustment is booked against
      * A REVERSAL-APPLY line books to the account of the activity
      * it reverses (SALE, RETN, PAYM, FCHG and STAX), sides turned
      * over, so it needs no line of its own.
      * Finance owns the file; an activity type with no line here
      * leaves the day out of balance, so the extract is stopped
      * rather than sent with half an entry.
       01  GL-MAP-RECORD.
           05  GLM-TXN-CODE      PIC X(4).
           05  FILLER            PIC X(1).
           05  GLM-ACCOUNT       PIC X(10).
           05  FILLER            PIC X(1).
           05  GLM-DESCRIPTION   PIC X(30).
