      * One customer's closing balance on the AR balance history,
      * ARBALHST.DAT, as AR-CONTROL-PROOF snapshots CUSTOMER_TABLE
      * at the end of each nightly run - one line per customer per
      * snapshot, appended in customer ID order. BSN-PROOF-DATE is
      * the business date the snapshot closes; BSN-TAKEN-AT is the
      * clock time it was taken (YYYYMMDDHHMMSShh, the same form as
      * the front of LGR-TIMESTAMP), which is where the next day's
      * ledger movement starts and which tells a rerun's snapshot
      * from the one it replaces - the latest BSN-TAKEN-AT for a
      * date is that date's closing. BSN-BALANCE is edited with its
      * sign, the way the account journal carries balances.
       01  BALANCE-SNAPSHOT-RECORD.
           05  BSN-PROOF-DATE    PIC X(8).
           05  FILLER            PIC X(1).
           05  BSN-CUST-ID       PIC X(10).
           05  FILLER            PIC X(1).
           05  BSN-BALANCE       PIC -(9)9.99.
           05  FILLER            PIC X(1).
           05  BSN-TAKEN-AT      PIC X(16).
