      * on; WS-RETURN-CODE is set by whichever program last handled it
      * so the caller can tell success from failure without relying on
      * WS-VALUE's contents; WS-STATUS-MSG carries a human-readable
      * reason for DISPLAY/logging. The WS-REF- fields carry what
      * UTILITY found for WS-VALUE in the REFCODE.DAT reference code
      * table - description, category and active flag - and are left
      * blank when the code is not on the table.
       01  WS-COMMON-AREA.
           05  WS-VALUE          PIC X(30).
           05  WS-RETURN-CODE    PIC X(2).
           05  WS-STATUS-MSG     PIC X(40).
           05  WS-REF-DESCRIPTION PIC X(40).
           05  WS-REF-CATEGORY   PIC X(10).
           05  WS-REF-ACTIVE     PIC X(1).
