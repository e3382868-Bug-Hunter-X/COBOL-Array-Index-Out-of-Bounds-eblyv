      * WSREGTBL - shared in-memory region reference table for TBLLOAD
      * (which validates IN-KEY-REGION and applies the region's own
      * amount limit), the reporting side (RPTLOAD and GLEXTR pick
      * up the region name for their output) and LRGACCT (the
      * region's currency for its approval threshold), so they
      * cannot drift apart on the reference shape. Loaded from the
      * REGREF dataset: one 80-byte record per region - code in 1-3,
      * name in 4-33, open/closed status in 34 ('O'/'C'), amount limit
      * in 35-43 (9(7)V99, in the region's own currency), currency
      * code in 44-46 (blank for the base currency - see WSFXRATE),
      * rest filler.
       01  WS-REGION-AREA.
           05  WS-REG-MAX             PIC 9(3) VALUE 200.
           05  WS-REG-COUNT           PIC 9(3) VALUE ZEROS.
                     88  WS-REG-OPEN    VALUE 'O'.
                     88  WS-REG-CLOSED  VALUE 'C'.
                 15  WS-REG-LIMIT       PIC 9(7)V99.
                 15  WS-REG-CURRENCY    PIC X(03).
