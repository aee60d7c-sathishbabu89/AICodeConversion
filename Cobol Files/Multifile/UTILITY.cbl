       IDENTIFICATION DIVISION.
       PROGRAM-ID. UTILITY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REFERENCE-CODE-FILE ASSIGN TO 'REFCODE.DAT'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFCODE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REFERENCE-CODE-FILE.
       COPY "REFCODE.cpy".

       WORKING-STORAGE SECTION.
       01 WS-REFCODE-STATUS PIC XX.
       01 WS-END-OF-FILE    PIC X(3) VALUE 'NO'.
       01 WS-TABLE-LOADED   PIC X(3) VALUE 'NO'.

       01 WS-CODE-COUNT     PIC 9(3) VALUE 0.
       01 WS-CODE-IDX       PIC 9(3) VALUE 0.
       01 WS-CODE-SLOT      PIC 9(3) VALUE 0.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 500 TIMES.
               10 WS-TBL-CODE     PIC X(30).
               10 WS-TBL-DESC     PIC X(40).
               10 WS-TBL-CATEGORY PIC X(10).
               10 WS-TBL-ACTIVE   PIC X(1).

       LINKAGE SECTION.
       COPY "COMMON.cpy".

      * Last step before MAIN files a value: looks the validated tag
      * up in the REFCODE.DAT reference code table and hands back its
      * description, category and active flag in the WS-REF- fields.
      * WS-VALUE itself is left as VALIDATION passed it. The table
      * is read once, on the first call of the run, and held - MAIN
      * calls once per input line and the list changes only through
      * REFCODE-MAINT. Return codes: '00' known and active, '12' not
      * on the table, '16' on the table but retired (enrichment still
      * filled in, so the reject says what it was), '20' the table
      * could not be read, which fails every value alike.
       PROCEDURE DIVISION USING WS-COMMON-AREA.
           DISPLAY "Executing UTILITY Program".
           MOVE SPACES TO WS-REF-DESCRIPTION.
           MOVE SPACES TO WS-REF-CATEGORY.
           MOVE SPACES TO WS-REF-ACTIVE.
           IF WS-TABLE-LOADED = 'NO'
               PERFORM LOAD-REFERENCE-CODES
           END-IF.

           IF WS-TABLE-LOADED = 'NO'
               MOVE '20' TO WS-RETURN-CODE
               MOVE 'REFERENCE CODE TABLE UNAVAILABLE'
                   TO WS-STATUS-MSG
           ELSE
               PERFORM FIND-REFERENCE-CODE
               IF WS-CODE-SLOT = 0
                   MOVE '12' TO WS-RETURN-CODE
                   MOVE 'UNKNOWN REFERENCE CODE' TO WS-STATUS-MSG
               ELSE
                   MOVE WS-TBL-DESC(WS-CODE-SLOT)
                       TO WS-REF-DESCRIPTION
                   MOVE WS-TBL-CATEGORY(WS-CODE-SLOT)
                       TO WS-REF-CATEGORY
                   MOVE WS-TBL-ACTIVE(WS-CODE-SLOT) TO WS-REF-ACTIVE
                   IF WS-TBL-ACTIVE(WS-CODE-SLOT) = 'N'
                       MOVE '16' TO WS-RETURN-CODE
                       MOVE 'REFERENCE CODE RETIRED' TO WS-STATUS-MSG
                   ELSE
                       MOVE '00' TO WS-RETURN-CODE
                       MOVE 'UTILITY COMPLETED SUCCESSFULLY'
                           TO WS-STATUS-MSG
                   END-IF
               END-IF
           END-IF.
           GOBACK.

       LOAD-REFERENCE-CODES.
           MOVE 0 TO WS-CODE-COUNT.
           MOVE 'NO' TO WS-END-OF-FILE.
           OPEN INPUT REFERENCE-CODE-FILE.
           IF WS-REFCODE-STATUS = '00'
               PERFORM UNTIL WS-END-OF-FILE = 'YES'
                   READ REFERENCE-CODE-FILE
                       AT END MOVE 'YES' TO WS-END-OF-FILE
                       NOT AT END
                           IF WS-CODE-COUNT < 500
                               ADD 1 TO WS-CODE-COUNT
                               MOVE REF-CODE TO
                                   WS-TBL-CODE(WS-CODE-COUNT)
                               MOVE REF-DESCRIPTION TO
                                   WS-TBL-DESC(WS-CODE-COUNT)
                               MOVE REF-CATEGORY TO
                                   WS-TBL-CATEGORY(WS-CODE-COUNT)
                               MOVE REF-ACTIVE-FLAG TO
                                   WS-TBL-ACTIVE(WS-CODE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFERENCE-CODE-FILE
               MOVE 'YES' TO WS-TABLE-LOADED
           ELSE
               DISPLAY "ERROR: UNABLE TO OPEN REFCODE.DAT STATUS="
                   WS-REFCODE-STATUS
           END-IF.

       FIND-REFERENCE-CODE.
           MOVE 0 TO WS-CODE-SLOT.
           PERFORM VARYING WS-CODE-IDX FROM 1 BY 1
                   UNTIL WS-CODE-IDX > WS-CODE-COUNT
                   OR WS-CODE-SLOT > 0
               IF WS-TBL-CODE(WS-CODE-IDX) = WS-VALUE
                   MOVE WS-CODE-IDX TO WS-CODE-SLOT
               END-IF
           END-PERFORM.
       END PROGRAM UTILITY.
