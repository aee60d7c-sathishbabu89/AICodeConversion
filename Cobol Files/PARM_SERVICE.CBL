       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-PARAMETER-SERVICE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The run-parameter registry RUNPARM-MAINT keeps - every
      *    program's tuning values in one place.
           SELECT RUN-PARAMETER-FILE ASSIGN TO 'RUNPARM.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RUN-PARAMETER-FILE.
       COPY "RUNPARM.cpy".

       WORKING-STORAGE SECTION.
       01 WS-RUNPARM-STATUS  PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-AS-OF-DATE      PIC X(8).
       01 WS-BEST-EFFECTIVE  PIC X(8).
       01 WS-CHAR-IDX        PIC 9(2) VALUE 0.
       01 WS-VALUE-LENGTH    PIC 9(2) VALUE 0.
       01 WS-POINT-COUNT     PIC 9(2) VALUE 0.

       COPY "BUSDATE.cpy".

       LINKAGE SECTION.
       COPY "PARMSVC.cpy".

      * One answer to "what is this program's setting today", in
      * place of each program carrying its tuning values in code or
      * relying on the operator to remember the right PARM. The
      * whole registry is read on each call - programs ask once, at
      * startup, for a handful of values - and the entry for the
      * program and name with the latest effective date not after
      * the as-of date wins. A batch caller leaves the as-of date
      * blank and is answered for the business date being closed,
      * so a value keyed to start tomorrow does not leak into a
      * nightly run still finishing today; an online caller passes
      * the clock date. Nothing found is 'NF' and never an error:
      * every caller falls back to the default it has always had,
      * which is also how a shop with no RUNPARM.DAT runs.
       PROCEDURE DIVISION USING WS-RUN-PARAMETER-ENTRY.
       MAIN-LOGIC.
           MOVE 'NF' TO RPS-RETURN-CODE.
           MOVE SPACES TO RPS-VALUE.
           MOVE SPACES TO RPS-EFFECTIVE.
           MOVE 'NO' TO RPS-NUMERIC.
           MOVE 0 TO RPS-NUMBER.
           MOVE FUNCTION UPPER-CASE(RPS-PROGRAM) TO RPS-PROGRAM.
           MOVE FUNCTION UPPER-CASE(RPS-NAME) TO RPS-NAME.
           IF RPS-AS-OF = SPACES
               MOVE 'B' TO BDT-FUNCTION
               CALL 'BUSINESS-DATE-SERVICE'
                   USING WS-BUSINESS-DATE-ENTRY
               MOVE BDT-POSTING-DATE TO WS-AS-OF-DATE
           ELSE
               MOVE RPS-AS-OF TO WS-AS-OF-DATE
           END-IF.
           PERFORM FIND-EFFECTIVE-ENTRY.
           IF RPS-RETURN-CODE = '00'
               PERFORM CHECK-NUMERIC-VALUE
           END-IF.
           GOBACK.

       FIND-EFFECTIVE-ENTRY.
           MOVE LOW-VALUES TO WS-BEST-EFFECTIVE.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT RUN-PARAMETER-FILE.
           IF WS-RUNPARM-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ RUN-PARAMETER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF RPM-PROGRAM = RPS-PROGRAM
                               AND RPM-NAME = RPS-NAME
                               AND RPM-EFFECTIVE IS NUMERIC
                               AND RPM-EFFECTIVE NOT > WS-AS-OF-DATE
                               AND RPM-EFFECTIVE
                                   NOT < WS-BEST-EFFECTIVE
                               MOVE RPM-EFFECTIVE
                                   TO WS-BEST-EFFECTIVE
                               MOVE RPM-EFFECTIVE TO RPS-EFFECTIVE
                               MOVE RPM-VALUE TO RPS-VALUE
                               MOVE '00' TO RPS-RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-PARAMETER-FILE
           END-IF.

      *    Digits with at most one decimal point, left-justified,
      *    nothing after the first blank - anything else (a list, a
      *    word, a stray sign) is left for the caller to read as
      *    text, and a caller wanting a number keeps its default.
       CHECK-NUMERIC-VALUE.
           MOVE 0 TO WS-VALUE-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 12 BY -1
                   UNTIL WS-CHAR-IDX < 1
                   OR WS-VALUE-LENGTH > 0
               IF RPS-VALUE(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-VALUE-LENGTH
               END-IF
           END-PERFORM.
           IF WS-VALUE-LENGTH > 0
               MOVE 'YES' TO RPS-NUMERIC
               MOVE 0 TO WS-POINT-COUNT
               PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                       UNTIL WS-CHAR-IDX > WS-VALUE-LENGTH
                   IF RPS-VALUE(WS-CHAR-IDX:1) = '.'
                       ADD 1 TO WS-POINT-COUNT
                   ELSE
                       IF RPS-VALUE(WS-CHAR-IDX:1) IS NOT NUMERIC
                           MOVE 'NO' TO RPS-NUMERIC
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-POINT-COUNT > 1
                   OR WS-VALUE-LENGTH = WS-POINT-COUNT
                   MOVE 'NO' TO RPS-NUMERIC
               END-IF
           END-IF.
           IF RPS-NUMERIC = 'YES'
               COMPUTE RPS-NUMBER =
                   FUNCTION NUMVAL(RPS-VALUE(1:WS-VALUE-LENGTH))
           END-IF.
