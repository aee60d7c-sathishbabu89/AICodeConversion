      * One recommended credit-limit change, as appended to
      * LIMPEND.DAT by the quarterly CREDIT-REVIEW scoring run (or
      * re-parked by a reviewer who amends the amount). Nothing on
      * the customer record changes when the recommendation is
      * written - a signed-on member of the credit team must
      * approve or reject it through CREDIT-LIMIT-REVIEW first, the
      * same two-person control PENDACT.DAT gives archive and
      * restore. LMP-REQUESTED-BY is CREDIT-REVIEW for a scored
      * recommendation and the reviewer's user ID for an amended
      * one, so an amended amount always needs a second reviewer.
      * LMP-ACTION is RAISE, CUT or FIRST (a first limit for an
      * account still on the zero "no limit" default). The score
      * and the figures it was drawn from ride along so the
      * reviewer sees why the change was proposed.
       01  LIMIT-PENDING-RECORD.
           05  LMP-CUST-ID        PIC X(10).
           05  FILLER             PIC X(1).
           05  LMP-ACTION         PIC X(10).
           05  FILLER             PIC X(1).
           05  LMP-CURRENT-LIMIT  PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  LMP-PROPOSED-LIMIT PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  LMP-SCORE          PIC 9(3).
           05  FILLER             PIC X(1).
      *    Posted sales over the twelve months the score looks at,
      *    and the part of today's balance aged past 30 days.
           05  LMP-SALES-12M      PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  LMP-OVERDUE        PIC 9(9)V99.
           05  FILLER             PIC X(1).
           05  LMP-NSF-COUNT      PIC 9(2).
           05  FILLER             PIC X(1).
           05  LMP-HELD-COUNT     PIC 9(3).
           05  FILLER             PIC X(1).
           05  LMP-REQUESTED-BY   PIC X(20).
           05  FILLER             PIC X(1).
           05  LMP-REQUESTED-AT   PIC X(26).
