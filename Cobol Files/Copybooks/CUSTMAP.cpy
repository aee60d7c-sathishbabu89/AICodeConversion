      * Symbolic map areas for mapset CUSTSET (physical map source in
      * BMS/CUSTMAP.bms) - the customer detail panel CUSTOMER-MAINT and
      * CUSTOMER-UPDATE share, GET-CUSTOMER's inquiry panel, and the
      * read-only customer 360 panel. Kept by hand in step with the BMS
      * source rather than regenerated: one area per map serves both
      * directions (the output data bytes overlay the input data bytes
      * at the same offsets, so the usual I/O redefinition adds nothing
      * but length), with the L/A/I suffix convention the generated form
      * uses. The 12-byte FILLER is the standard TIOAPFX=YES prefix.
      *
      * CUSTMAP - full CUSTOMER-RECORD at once. The six CM...M
      * fields sit beside (or directly under) the entry field they
      * describe, so every validation failure from an add shows next
      * to the offending field in one round trip instead of ending
           05  CMNAMML           PIC S9(4) COMP.
           05  CMNAMMA           PIC X(1).
           05  CMNAMMI           PIC X(40).
           05  CMSTRTL           PIC S9(4) COMP.
           05  CMSTRTA           PIC X(1).
           05  CMSTRTI           PIC X(30).
           05  CMCITYL           PIC S9(4) COMP.
           05  CMCITYA           PIC X(1).
           05  CMCITYI           PIC X(16).
           05  CMPROVL           PIC S9(4) COMP.
           05  CMPROVA           PIC X(1).
           05  CMPROVI           PIC X(3).
           05  CMPOSTL           PIC S9(4) COMP.
           05  CMPOSTA           PIC X(1).
           05  CMPOSTI           PIC X(10).
           05  CMPHONL           PIC S9(4) COMP.
           05  CMPHONA           PIC X(1).
           05  CMPHONI           PIC X(15).
           05  CMLIMML           PIC S9(4) COMP.
           05  CMLIMMA           PIC X(1).
           05  CMLIMMI           PIC X(40).
           05  CMREPL            PIC S9(4) COMP.
           05  CMREPA            PIC X(1).
           05  CMREPI            PIC X(8).
           05  CMREPML           PIC S9(4) COMP.
           05  CMREPMA           PIC X(1).
           05  CMREPMI           PIC X(40).
           05  CMBALL            PIC S9(4) COMP.
           05  CMBALA            PIC X(1).
           05  CMBALI            PIC X(13).
           05  CMSTATL           PIC S9(4) COMP.
           05  CMSTATA           PIC X(1).
           05  CMSTATI           PIC X(10).
           05  CMMRGL            PIC S9(4) COMP.
           05  CMMRGA            PIC X(1).
           05  CMMRGI            PIC X(10).
           05  CMMSGL            PIC S9(4) COMP.
           05  CMMSGA            PIC X(1).
           05  CMMSGI            PIC X(79).
           05  IQMSGL            PIC S9(4) COMP.
           05  IQMSGA            PIC X(1).
           05  IQMSGI            PIC X(79).
      *
      * C360MAP - CUSTOMER-360-INQUIRY's panel: an ID entry, then
      * everything known about that one customer, display only. The
      * four aged buckets and the ten ledger lines are each one
      * table, as the list lines are on INQMAP.
       01  C360MAPI.
           05  FILLER            PIC X(12).
           05  CVIDL             PIC S9(4) COMP.
           05  CVIDA             PIC X(1).
           05  CVIDI             PIC X(10).
           05  CVNAMEL           PIC S9(4) COMP.
           05  CVNAMEA           PIC X(1).
           05  CVNAMEI           PIC X(50).
           05  CVADDRL           PIC S9(4) COMP.
           05  CVADDRA           PIC X(1).
           05  CVADDRI           PIC X(60).
           05  CVPHONL           PIC S9(4) COMP.
           05  CVPHONA           PIC X(1).
           05  CVPHONI           PIC X(15).
           05  CVREGL            PIC S9(4) COMP.
           05  CVREGA            PIC X(1).
           05  CVREGI            PIC X(10).
           05  CVSTATL           PIC S9(4) COMP.
           05  CVSTATA           PIC X(1).
           05  CVSTATI           PIC X(10).
           05  CVRSNL            PIC S9(4) COMP.
           05  CVRSNA            PIC X(1).
           05  CVRSNI            PIC X(4).
           05  CVSCHGL           PIC S9(4) COMP.
           05  CVSCHGA           PIC X(1).
           05  CVSCHGI           PIC X(65).
           05  CVBALL            PIC S9(4) COMP.
           05  CVBALA            PIC X(1).
           05  CVBALI            PIC X(13).
           05  CVLIML            PIC S9(4) COMP.
           05  CVLIMA            PIC X(1).
           05  CVLIMI            PIC X(13).
           05  CVAVLL            PIC S9(4) COMP.
           05  CVAVLA            PIC X(1).
           05  CVAVLI            PIC X(13).
           05  CVAGDTL           PIC S9(4) COMP.
           05  CVAGDTA           PIC X(1).
           05  CVAGDTI           PIC X(8).
           05  CVAGEG OCCURS 4 TIMES.
               10  CVAGL         PIC S9(4) COMP.
               10  CVAGA         PIC X(1).
               10  CVAGI         PIC X(12).
           05  CVLINEG OCCURS 10 TIMES.
               10  CVLINEL       PIC S9(4) COMP.
               10  CVLINEA       PIC X(1).
               10  CVLINEI       PIC X(76).
           05  CVHELDL           PIC S9(4) COMP.
           05  CVHELDA           PIC X(1).
           05  CVHELDI           PIC X(79).
           05  CVDLQL            PIC S9(4) COMP.
           05  CVDLQA            PIC X(1).
           05  CVDLQI            PIC X(79).
           05  CVMSGL            PIC S9(4) COMP.
           05  CVMSGA            PIC X(1).
           05  CVMSGI            PIC X(79).
