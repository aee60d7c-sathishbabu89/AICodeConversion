       DATA DIVISION.
       FILE SECTION.
       FD JOURNAL-FILE.
       01 JOURNAL-FILE-RECORD PIC X(484).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-STATUS PIC XX.
