       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESSAGE-CHECK-VALUE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    The trading-partner master PARTNER-MAINT keeps - each
      *    sender's secret and limits.
           SELECT PARTNER-FILE ASSIGN TO 'PARTNER.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTNER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER-FILE.
       COPY "PARTNER.cpy".

       WORKING-STORAGE SECTION.
       01 WS-PARTNER-STATUS  PIC XX.
       01 WS-END-OF-FILE     PIC X(3) VALUE 'NO'.
       01 WS-BODY-LENGTH     PIC 9(3) VALUE 0.
       01 WS-SECRET-LENGTH   PIC 9(2) VALUE 0.
       01 WS-CHAR-IDX        PIC 9(3) VALUE 0.
       01 WS-HASH-ACCUM      PIC 9(10) VALUE 0.
       01 WS-SIGN-PTR        PIC 9(3) VALUE 1.

       LINKAGE SECTION.
       COPY "MSGCHK.cpy".

      * One place that knows how an order message's check value is
      * made, so MQSEND, ORDER-ENTRY and the dead-letter correction
      * path sign exactly the way MQ-RECEIVER verifies. The value is
      * the same position-weighted running sum LOGIN hashes
      * passwords with, run over the partner's secret, then the
      * message body up to its last non-blank byte, then the secret
      * again - so neither a changed byte in the body nor a body
      * moved under another partner's ID gives the same ten digits
      * without knowing that partner's secret. Signing reads the
      * secret off PARTNER.DAT each call; senders sign a handful of
      * messages a run and the master is short.
       PROCEDURE DIVISION USING WS-MESSAGE-CHECK-ENTRY.
       MAIN-LOGIC.
           MOVE '00' TO MCK-RETURN-CODE.
           MOVE 0 TO MCK-CHECK-VALUE.
           MOVE FUNCTION UPPER-CASE(MCK-PARTNER-ID) TO MCK-PARTNER-ID.
           IF MCK-FUNCTION = 'S'
               MOVE SPACES TO MCK-SIGNED-MESSAGE
               PERFORM FIND-PARTNER-SECRET
           END-IF.
           IF MCK-RETURN-CODE = '00'
               PERFORM COMPUTE-CHECK-VALUE
           END-IF.
           IF MCK-RETURN-CODE = '00' AND MCK-FUNCTION = 'S'
               PERFORM BUILD-SIGNED-MESSAGE
           END-IF.
           GOBACK.

       FIND-PARTNER-SECRET.
           MOVE 'NF' TO MCK-RETURN-CODE.
           MOVE SPACES TO MCK-SECRET.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT PARTNER-FILE.
           IF WS-PARTNER-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ PARTNER-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF TPM-PARTNER-ID = MCK-PARTNER-ID
                               MOVE 'YES' TO WS-END-OF-FILE
                               MOVE TPM-SECRET TO MCK-SECRET
                               IF TPM-STATUS = 'ACTIVE'
                                   MOVE '00' TO MCK-RETURN-CODE
                               ELSE
                                   MOVE 'SU' TO MCK-RETURN-CODE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTNER-FILE
           END-IF.

       COMPUTE-CHECK-VALUE.
           MOVE 0 TO WS-BODY-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 200 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-BODY-LENGTH > 0
               IF MCK-BODY(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-BODY-LENGTH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-SECRET-LENGTH.
           PERFORM VARYING WS-CHAR-IDX FROM 20 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-SECRET-LENGTH > 0
               IF MCK-SECRET(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-SECRET-LENGTH
               END-IF
           END-PERFORM.
           MOVE 0 TO WS-HASH-ACCUM.
           PERFORM ADD-SECRET-TO-HASH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-BODY-LENGTH
               COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
                   WS-HASH-ACCUM * 31
                   + FUNCTION ORD(MCK-BODY(WS-CHAR-IDX:1)),
                   9999999999)
           END-PERFORM.
           PERFORM ADD-SECRET-TO-HASH.
           MOVE WS-HASH-ACCUM TO MCK-CHECK-VALUE.

       ADD-SECRET-TO-HASH.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-SECRET-LENGTH
               COMPUTE WS-HASH-ACCUM = FUNCTION MOD(
                   WS-HASH-ACCUM * 31
                   + FUNCTION ORD(MCK-SECRET(WS-CHAR-IDX:1)),
                   9999999999)
           END-PERFORM.

      *    Body, '|@', partner ID, '@', check value - 21 bytes past
      *    the body at most, so a body longer than 179 will not fit.
       BUILD-SIGNED-MESSAGE.
           IF WS-BODY-LENGTH > 179
               MOVE 'TL' TO MCK-RETURN-CODE
           ELSE
               MOVE 1 TO WS-SIGN-PTR
               STRING MCK-BODY(1:WS-BODY-LENGTH) DELIMITED BY SIZE
                      '|@' DELIMITED BY SIZE
                      MCK-PARTNER-ID DELIMITED BY SPACE
                      '@' DELIMITED BY SIZE
                      MCK-CHECK-VALUE DELIMITED BY SIZE
                   INTO MCK-SIGNED-MESSAGE
                   WITH POINTER WS-SIGN-PTR
               END-STRING
           END-IF.
