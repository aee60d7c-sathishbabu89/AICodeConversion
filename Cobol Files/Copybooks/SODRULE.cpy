      * One line of the segregation-of-duties rules table,
      * SODRULES.DAT, which SOD-CONFLICT-REPORT loads once per run.
      * Internal audit owns the file. SDR-RULE-TYPE is one of:
      *   P  profile conflict - an account whose USR-AUTH-PROFILE
      *      grants both SDR-GROUP-1 and SDR-GROUP-2. Groups are
      *      I (inquiry), M (maintenance), C (credit), A (admin).
      *   A  activity conflict - the same user did SDR-ACTION-1
      *      and SDR-ACTION-2 against the same entity (customer,
      *      account) within the period, e.g. CUSTMNT CHANGE then
      *      BALADJ ADJUST on one customer.
      *   S  self-action - the user did SDR-ACTION-1 against their
      *      own account, e.g. USERADM PROFILE granting their own
      *      profile. Side 2 is left blank.
      * A program ID left blank matches the action from any
      * program. The programs and actions are as they appear in
      * AUDITTRL.DAT.
       01  SOD-RULE-RECORD.
           05  SDR-RULE-ID       PIC X(6).
           05  FILLER            PIC X(1).
           05  SDR-RULE-TYPE     PIC X(1).
           05  FILLER            PIC X(1).
           05  SDR-GROUP-1       PIC X(1).
           05  SDR-GROUP-2       PIC X(1).
           05  FILLER            PIC X(1).
           05  SDR-PROGRAM-1     PIC X(8).
           05  FILLER            PIC X(1).
           05  SDR-ACTION-1      PIC X(10).
           05  FILLER            PIC X(1).
           05  SDR-PROGRAM-2     PIC X(8).
           05  FILLER            PIC X(1).
           05  SDR-ACTION-2      PIC X(10).
           05  FILLER            PIC X(1).
           05  SDR-DESCRIPTION   PIC X(40).
