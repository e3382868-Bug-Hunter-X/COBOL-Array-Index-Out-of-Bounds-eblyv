      * WSMECTL - shared month-end control record layout for MECLOSE
      * (which writes one generation per closed month next to the
      * frozen MESNAP snapshot) and MEMOVE (which reads this month's
      * and last month's back for the movement report), so the two
      * programs cannot drift apart on the record shape. Each
      * generation is one 'M' record - the snapshot's own control
      * totals - followed by a copy of that night's GLEXTR 'D' region
      * records and 'C' control record, byte for byte (see
      * WS-GL-DETAIL / WS-GL-CONTROL in GLEXTR), so the month-end
      * figures can be tied to what the ledger was sent that night
      * without knowing which GLEXTR generation it was. The region
      * currency and base-currency amounts are blank on generations
      * cut before GLEXTR posted them; those regions were all in the
      * base currency.
       01  WS-ME-CONTROL-REC.
           05  MEC-REC-TYPE           PIC X(01).
               88  MEC-MONTH-END-REC  VALUE 'M'.
               88  MEC-GL-DETAIL-REC  VALUE 'D'.
               88  MEC-GL-CONTROL-REC VALUE 'C'.
           05  MEC-PERIOD             PIC 9(6).
           05  MEC-CLOSE-DATE         PIC 9(8).
           05  MEC-SNAP-RECORDS       PIC 9(9).
           05  MEC-SNAP-AMOUNT        PIC 9(13)V99.
           05  MEC-ACTIVE-RECORDS     PIC 9(9).
           05  MEC-ACTIVE-AMOUNT      PIC 9(13)V99.
           05  MEC-FROZEN-DATE        PIC 9(8).
           05  MEC-CLOSE-MODE         PIC X(05).
           05  FILLER                 PIC X(04).

       01  WS-ME-GL-DETAIL REDEFINES WS-ME-CONTROL-REC.
           05  FILLER                 PIC X(01).
           05  MEC-GLD-REGION         PIC X(03).
           05  MEC-GLD-COUNT          PIC 9(7).
           05  MEC-GLD-AMOUNT         PIC 9(11)V99.
           05  MEC-GLD-RUN-DATE       PIC 9(8).
           05  MEC-GLD-REGION-NAME    PIC X(30).
           05  MEC-GLD-CURRENCY       PIC X(03).
           05  MEC-GLD-BASE-AMOUNT    PIC 9(11)V99.
           05  FILLER                 PIC X(02).

       01  WS-ME-GL-CONTROL REDEFINES WS-ME-CONTROL-REC.
           05  FILLER                 PIC X(01).
           05  MEC-GLC-REGIONS        PIC 9(7).
           05  MEC-GLC-RECORDS        PIC 9(9).
           05  MEC-GLC-AMOUNT         PIC 9(13)V99.
           05  MEC-GLC-RUN-DATE       PIC 9(8).
           05  MEC-GLC-BASE-AMOUNT    PIC 9(13)V99.
           05  MEC-GLC-BASE-CCY       PIC X(03).
           05  FILLER                 PIC X(22).
