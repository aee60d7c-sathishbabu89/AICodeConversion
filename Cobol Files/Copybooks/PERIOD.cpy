      * One accounting period on the period control file, PERIOD.DAT,
      * one line per month that has ever been closed. PERIOD-CLOSE
      * closes a month once its statements have gone out;
      * PERIOD-REOPEN (admin group only, audited) opens it again.
      * A month with no line is OPEN. While a month is CLOSED,
      * BUSINESS-DATE-SERVICE reports any posting date inside it as
      * closed and the posting programs refuse the work.
      * PRD-CHANGED-AT and PRD-CHANGED-BY name the last close or
      * reopen - the user, or the batch job that did it.
       01  PERIOD-RECORD.
           05  PRD-PERIOD        PIC X(6).
           05  FILLER            PIC X(1).
           05  PRD-STATUS        PIC X(6).
           05  FILLER            PIC X(1).
           05  PRD-CHANGED-AT    PIC X(14).
           05  FILLER            PIC X(1).
           05  PRD-CHANGED-BY    PIC X(20).
