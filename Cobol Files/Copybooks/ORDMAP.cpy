      * Symbolic map area for mapset ORDSET (physical map source in
      * BMS/ORDMAP.bms) - ORDER-ENTRY's panel: customer and order
      * type, five item lines, the total and the credit headroom.
      * Kept by hand in step with the BMS source, one area for both
      * directions, same convention as CUSTMAP.cpy. The five item
      * lines are one table, OELINEG, each entry holding the keyed
      * item and quantity and the description, unit price and amount
      * filled in beside them.
       01  ORDMAPI.
           05  FILLER            PIC X(12).
           05  OECUSTL           PIC S9(4) COMP.
           05  OECUSTA           PIC X(1).
           05  OECUSTI           PIC X(10).
           05  OETYPEL           PIC S9(4) COMP.
           05  OETYPEA           PIC X(1).
           05  OETYPEI           PIC X(1).
           05  OENAMEL           PIC S9(4) COMP.
           05  OENAMEA           PIC X(1).
           05  OENAMEI           PIC X(50).
           05  OESTATL           PIC S9(4) COMP.
           05  OESTATA           PIC X(1).
           05  OESTATI           PIC X(10).
           05  OEBALL            PIC S9(4) COMP.
           05  OEBALA            PIC X(1).
           05  OEBALI            PIC X(13).
           05  OELIML            PIC S9(4) COMP.
           05  OELIMA            PIC X(1).
           05  OELIMI            PIC X(13).
           05  OELINEG OCCURS 5 TIMES.
               10  OEITML        PIC S9(4) COMP.
               10  OEITMA        PIC X(1).
               10  OEITMI        PIC X(10).
               10  OEQTYL        PIC S9(4) COMP.
               10  OEQTYA        PIC X(1).
               10  OEQTYI        PIC X(5).
               10  OEDSCL        PIC S9(4) COMP.
               10  OEDSCA        PIC X(1).
               10  OEDSCI        PIC X(30).
               10  OEPRCL        PIC S9(4) COMP.
               10  OEPRCA        PIC X(1).
               10  OEPRCI        PIC X(10).
               10  OEAMTL        PIC S9(4) COMP.
               10  OEAMTA        PIC X(1).
               10  OEAMTI        PIC X(12).
           05  OETOTL            PIC S9(4) COMP.
           05  OETOTA            PIC X(1).
           05  OETOTI            PIC X(12).
           05  OEHNOWL           PIC S9(4) COMP.
           05  OEHNOWA           PIC X(1).
           05  OEHNOWI           PIC X(13).
           05  OEHAFTL           PIC S9(4) COMP.
           05  OEHAFTA           PIC X(1).
           05  OEHAFTI           PIC X(13).
           05  OEOIDL            PIC S9(4) COMP.
           05  OEOIDA            PIC X(1).
           05  OEOIDI            PIC X(8).
           05  OEMSGL            PIC S9(4) COMP.
           05  OEMSGA            PIC X(1).
           05  OEMSGI            PIC X(79).
