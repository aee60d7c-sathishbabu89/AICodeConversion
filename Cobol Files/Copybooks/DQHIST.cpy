      * One week's data-quality totals, as CUSTOMER-DQ-SCORECARD
      * appends them to DQHIST.DAT: a '*ALL' row for the whole
      * master first, then one row per region. The counts are of
      * records failing each check; DQH-FLAGGED counts records that
      * failed at least one, so a record with three faults is one
      * flagged record. A rerun on the same date appends a second
      * set - readers take the last set written for a date.
       01  DQ-HISTORY-RECORD.
           05  DQH-RUN-DATE         PIC X(8).
           05  FILLER               PIC X(1).
           05  DQH-REGION           PIC X(10).
           05  FILLER               PIC X(1).
           05  DQH-SCORED           PIC 9(7).
           05  DQH-BAD-PHONE        PIC 9(7).
           05  DQH-LEGACY-AGE       PIC 9(7).
           05  DQH-NO-LIMIT         PIC 9(7).
           05  DQH-NO-REASON        PIC 9(7).
           05  DQH-RETIRED-REGION   PIC 9(7).
           05  DQH-BALANCE-DIFF     PIC 9(7).
           05  DQH-FLAGGED          PIC 9(7).
