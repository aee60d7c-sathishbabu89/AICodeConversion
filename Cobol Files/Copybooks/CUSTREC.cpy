       01  CUSTOMER-RECORD.
           05  CUST-ID           PIC X(10).
           05  CUST-NAME         PIC X(50).
      *    Postal address in its parts, so a letter, a tax lookup or
      *    a carrier label can use the city or the postal code
      *    without picking them out of free text. The parts fill
      *    the same 60 bytes the one free-text line always had, so
      *    the record length and the journal image are unchanged.
      *    CUST-ADDR-FORMAT is 'S' once the parts are in; a record
      *    written before the split still carries its old free-text
      *    line (the REDEFINES view) until ADDRESS-CONVERT splits
      *    it or an operator rekeys it, and readers fall back to
      *    the text until then.
           05  CUST-ADDRESS.
               10  CUST-STREET       PIC X(30).
               10  CUST-CITY         PIC X(16).
               10  CUST-STATE        PIC X(3).
               10  CUST-POSTCODE     PIC X(10).
               10  CUST-ADDR-FORMAT  PIC X(1).
           05  CUST-ADDRESS-TEXT REDEFINES CUST-ADDRESS PIC X(60).
           05  CUST-PHONE        PIC X(15).
           05  CUST-BALANCE      PIC S9(9)V99 COMP-3.
           05  CUST-REGION       PIC X(10).
      *    list whenever an account is suspended, closed or
      *    reactivated. Blank on ACTIVE accounts that have never
      *    been actioned and on records written before the field
      *    existed. CREDIT-AUTO-HOLD sets CUST-STATUS 'HOLD' with
      *    reason 'AGED' on an account whose aged debt passes its
      *    threshold, and puts it back to ACTIVE with 'RECV' once
      *    the overdue money is paid.
           05  CUST-STATUS-REASON PIC X(4).
