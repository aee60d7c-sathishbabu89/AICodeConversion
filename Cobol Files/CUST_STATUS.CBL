      * so a suspension here stops the account's orders the same
      * night. Every action lands in AUDT and the change journal
      * with the reason code. Archived accounts are out of scope -
      * archive and un-archive belong to the delete/purge path. An
      * account CREDIT-AUTO-HOLD has put on HOLD can be reactivated
      * or suspended here like any other, but a reactivated account
      * still overdue is held again by the next night's run.
       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM CHECK-SESSION.
