               10  USR-AUTH-MAINT   PIC X(1).
               10  USR-AUTH-CREDIT  PIC X(1).
               10  USR-AUTH-ADMIN   PIC X(1).
      *    YYYYMMDD of the last signon that cleared both factors,
      *    stamped by LOGIN. USER-ADMIN stamps it too when it adds
      *    or re-enables an account, so the idle clock starts from
      *    the day the account was handed over. Blank on records
      *    written before the field existed - DORMANT-USER-SWEEP
      *    stamps those with the day it first finds them, which
      *    gives them the full grace period before they can be
      *    disabled.
           05  USR-LAST-SIGNON-DATE PIC X(8).
