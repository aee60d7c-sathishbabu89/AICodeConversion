      * Symbolic map area for mapset OUTQSET (physical map source in
      * BMS/OUTQMAP.bms) - RUN-OUTPUT-INQUIRY's panel: a name or
      * name prefix, or an age band, then ten list lines and the page
      * number. Kept by hand in step with the BMS source, one area for
      * both directions, same convention as CUSTMAP.cpy. The ten list
      * lines are one table, OQLINEG, as the list lines are on
      * INQMAP.
       01  OUTQMAPI.
           05  FILLER            PIC X(12).
           05  OQNAMEL           PIC S9(4) COMP.
           05  OQNAMEA           PIC X(1).
           05  OQNAMEI           PIC X(50).
           05  OQBANDL           PIC S9(4) COMP.
           05  OQBANDA           PIC X(1).
           05  OQBANDI           PIC X(10).
           05  OQLINEG OCCURS 10 TIMES.
               10  OQLINEL       PIC S9(4) COMP.
               10  OQLINEA       PIC X(1).
               10  OQLINEI       PIC X(76).
           05  OQPAGEL           PIC S9(4) COMP.
           05  OQPAGEA           PIC X(1).
           05  OQPAGEI           PIC X(4).
           05  OQMSGL            PIC S9(4) COMP.
           05  OQMSGA            PIC X(1).
           05  OQMSGI            PIC X(79).
