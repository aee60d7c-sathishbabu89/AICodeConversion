           05 FILLER PIC X(13) VALUE 'DUPLICAT.DAT'.
           05 FILLER PIC X(13) VALUE 'AGERPT.DAT'.
           05 FILLER PIC X(13) VALUE 'AGETREND.DAT'.
           05 FILLER PIC X(13) VALUE 'ACCEPTED.DAT'.
           05 FILLER PIC X(13) VALUE 'NAMEEXC.DAT'.
       01 WS-BASE-TABLE REDEFINES WS-BASE-NAMES.
           05 WS-BASE-NAME OCCURS 7 TIMES PIC X(13).

       01 WS-COUNTERS.
           05 WS-RUNS-READ     PIC 9(5) VALUE 0.

      * Housekeeping behind FILE-PROCESSOR's dated run outputs: the
      * generations listed in RUNHIST.DAT older than the retention
      * window are deleted - all seven dated datasets of each run -
      * and the window's worth are kept, so a week of evidence
      * stays on disk without keeping everything forever. The
      * retention (days) arrives on SYSIN; blank keeps the
       SWEEP-ONE-RUN.
           ADD 1 TO WS-RUNS-SWEPT.
           PERFORM VARYING WS-BASE-IDX FROM 1 BY 1
                   UNTIL WS-BASE-IDX > 7
               MOVE SPACES TO WS-DELETE-DSN
               STRING FUNCTION TRIM(WS-BASE-NAME(WS-BASE-IDX))
                   '.' RUNHIST-RECORD
