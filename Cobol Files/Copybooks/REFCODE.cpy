      * Reference code record, one line per tag code in REFCODE.DAT -
      * the table UTILITY looks each validated WS-VALUE up in at the
      * end of the MAIN -> VALIDATION -> UTILITY chain, maintained by
      * the business through REFCODE-MAINT rather than living in a
      * program. A retired code (REF-ACTIVE-FLAG 'N') stays on file
      * so its description still reads back, but UTILITY refuses it
      * for new work, the same way a retired region is treated.
       01  REFERENCE-CODE-RECORD.
           05  REF-CODE         PIC X(30).
           05  FILLER           PIC X(1).
           05  REF-DESCRIPTION  PIC X(40).
           05  FILLER           PIC X(1).
           05  REF-CATEGORY     PIC X(10).
           05  FILLER           PIC X(1).
           05  REF-ACTIVE-FLAG  PIC X(1).
