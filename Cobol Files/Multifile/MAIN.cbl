       01 VALUE-INPUT-RECORD PIC X(30).

       FD ACCEPTED-FILE.
       01 ACCEPTED-RECORD.
           05 AC-VALUE       PIC X(30).
           05 FILLER         PIC X(1).
           05 AC-DESCRIPTION PIC X(40).
           05 FILLER         PIC X(1).
           05 AC-CATEGORY    PIC X(10).
           05 FILLER         PIC X(1).
           05 AC-ACTIVE-FLAG PIC X(1).

       FD REJECT-FILE.
       01 REJECT-RECORD.
      * WS-STATUS-MSG as the reason, and NOTIFY announces the batch
      * once at the end instead of once per value. A chain program
      * that can't be found stops the run - every value would fail
      * the same way, and so does a reference code table UTILITY
      * cannot read.
       PROCEDURE DIVISION.
           DISPLAY "Executing MAIN Program".
           OPEN INPUT VALUE-INPUT-FILE.
           STOP RUN.

      *    One value through the existing chain: VALIDATION judges
      *    it, UTILITY looks it up in the reference code table on a
      *    clean verdict. The accepted file carries the original
      *    input value with the description, category and active
      *    flag UTILITY found for it; an unknown or retired code is
      *    rejected with UTILITY's reason.
       PROCESS-ONE-VALUE.
           MOVE WS-INPUT-VALUE TO WS-VALUE.
           CALL 'VALIDATION' USING WS-COMMON-AREA
                           DISPLAY "UTILITY PROGRAM NOT FOUND"
                           MOVE 'YES' TO WS-CHAIN-BROKEN
                   END-CALL
                   IF WS-RETURN-CODE = '20'
                       DISPLAY "UTILITY: " WS-STATUS-MSG
                       MOVE 'YES' TO WS-CHAIN-BROKEN
                   END-IF
               END-IF
           END-IF.
           IF WS-CHAIN-BROKEN = 'YES'
           ELSE
               IF WS-RETURN-CODE = '00'
                   ADD 1 TO WS-VALUES-ACCEPTED
                   MOVE SPACES TO ACCEPTED-RECORD
                   MOVE WS-INPUT-VALUE TO AC-VALUE
                   MOVE WS-REF-DESCRIPTION TO AC-DESCRIPTION
                   MOVE WS-REF-CATEGORY TO AC-CATEGORY
                   MOVE WS-REF-ACTIVE TO AC-ACTIVE-FLAG
                   WRITE ACCEPTED-RECORD
               ELSE
                   ADD 1 TO WS-VALUES-REJECTED
