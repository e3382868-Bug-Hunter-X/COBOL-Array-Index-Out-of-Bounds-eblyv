      * WSFXRATE - shared in-memory exchange-rate table for the
      * programs that handle amounts across region currencies (TBLLOAD
      * converts its fallback R004 limit, LRGACCT its approval
      * threshold, GLEXTR posts the base-currency equivalent to the
      * ledger, RPTLOAD and MEMOVE print it), so they cannot drift
      * apart on the rate shape or on which currency is base. Loaded
      * from the FXRATE dataset, delivered daily by treasury: one
      * 80-byte record per currency per rate date - currency code in
      * 1-3, rate date in 4-11 (YYYYMMDD), rate in 12-22 (9(5)V9(6),
      * base-currency units for one unit of the currency), rest
      * filler. Each program keeps one entry per currency - the
      * latest rate dated on or before its run date.
      * The base currency needs no record; a region whose REGREF
      * currency is blank is in the base currency.
       01  WS-FX-AREA.
           05  WS-FX-BASE-CCY         PIC X(03) VALUE "USD".
           05  WS-FX-MAX              PIC 9(3) VALUE 100.
           05  WS-FX-COUNT            PIC 9(3) VALUE ZEROS.
           05  WS-FX-TABLE.
              10 WS-FX-ENTRY           OCCURS 100 TIMES.
                 15  WS-FX-CCY          PIC X(03).
                 15  WS-FX-RATE-DATE    PIC 9(8).
                 15  WS-FX-RATE         PIC 9(5)V9(6).
