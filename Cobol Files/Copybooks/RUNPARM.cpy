      * One tuning value on the run-parameter registry, RUNPARM.DAT,
      * keyed by the PROGRAM-ID that reads it, the parameter's name
      * and the business date it takes effect. A program asks
      * RUN-PARAMETER-SERVICE for its values at startup and gets the
      * entry with the latest RPM-EFFECTIVE on or before the day in
      * question, so a change can be keyed ahead of the day it is
      * meant to start and the value it replaces stays on file as
      * history. No entry at all leaves the program on the default
      * it has always carried. RPM-VALUE is held as keyed (numbers
      * with an optional decimal point, or text such as FILE-
      * PROCESSOR's '025,050' brackets); RPM-CHANGED-BY/AT say who
      * last set the entry through RUNPARM-MAINT and when.
       01  RUN-PARAMETER-RECORD.
           05  RPM-PROGRAM       PIC X(20).
           05  FILLER            PIC X(1).
           05  RPM-NAME          PIC X(10).
           05  FILLER            PIC X(1).
           05  RPM-EFFECTIVE     PIC X(8).
           05  FILLER            PIC X(1).
           05  RPM-VALUE         PIC X(12).
           05  FILLER            PIC X(1).
           05  RPM-CHANGED-BY    PIC X(20).
           05  FILLER            PIC X(1).
           05  RPM-CHANGED-AT    PIC X(14).
           05  FILLER            PIC X(1).
           05  RPM-DESCRIPTION   PIC X(30).
