      * out (see FD OUTPUT-FILE in TBLLOAD) into the same WS-AREA
      * layout via COPY WSAREA, so the two programs cannot drift apart
      * on the table's shape.
      *
      * Amounts are in each region's own currency (REGREF). Details
      * and region subtotals print in that currency, each subtotal
      * with its base-currency equivalent at the latest FXRATE rate
      * on or before the run date, the same rates GLEXTR posts at; the
      * grand total is in base currency only. A region whose currency
      * has no rate is flagged and left out of the grand total, count
      * and amount alike, and the step ends RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGF-STATUS.

      * Daily exchange-rate reference (WSFXRATE layout).
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-INPUT-FILE
           05  REG-NAME               PIC X(30).
           05  REG-STATUS             PIC X(01).
           05  REG-LIMIT              PIC 9(7)V99.
           05  REG-CURRENCY           PIC X(03).
           05  FILLER                 PIC X(34).

      * One record per currency per rate date (see WSFXRATE).
       FD  FX-RATE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FXR-CCY                PIC X(03).
           05  FXR-RATE-DATE          PIC 9(8).
           05  FXR-RATE               PIC 9(5)V9(6).
           05  FILLER                 PIC X(58).

       WORKING-STORAGE SECTION.
           COPY WSAREA.
           COPY WSEXCMSG.
           COPY WSREGTBL.
           COPY WSFXRATE.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-FX-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FX-EOF          VALUE 'Y'.
           05  WS-NO-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-MISSING    VALUE 'Y'.

       01  WS-REGF-STATUS             PIC X(02) VALUE SPACES.

       01  WS-FXF-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REG-IDX                 PIC 9(3).

       01  WS-FX-IDX                  PIC 9(3).

       01  WS-FX-FND-IDX              PIC 9(3) VALUE ZEROS.

       01  WS-FX-SEARCH-CCY           PIC X(03) VALUE SPACES.

       01  WS-REGION-CCY              PIC X(03) VALUE SPACES.

       01  WS-RPT-IDX                 PIC 9(5).

       01  WS-NEXT-COUNT              PIC 9(5).
      * has no SIZE ERROR leg to catch a silent wrap.
       01  WS-REGION-AMOUNT           PIC 9(11)V99 VALUE ZEROS.

       01  WS-REGION-BASE             PIC 9(11)V99 VALUE ZEROS.

      * Active records of the regions in the grand total amount; the
      * no-rate regions' records are counted apart.
       01  WS-GRAND-COUNT             PIC 9(5) VALUE ZEROS.

       01  WS-NO-RATE-COUNT           PIC 9(5) VALUE ZEROS.

      * Base currency only - the sum of the region subtotals' base
      * equivalents.
       01  WS-GRAND-AMOUNT            PIC 9(13)V99 VALUE ZEROS.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(30)
           05  FILLER                 PIC X(50) VALUE "DESCRIPTION".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(12) VALUE "      AMOUNT".
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(03) VALUE "CCY".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "STATUS".
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  WS-DTL-DESC            PIC X(50).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-CCY             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS          PIC X(08).
           05  FILLER                 PIC X(42) VALUE SPACES.

       01  WS-SUBTOTAL-LINE.
           05  FILLER                 PIC X(07) VALUE "REGION ".
           05  WS-SUB-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE "  AMOUNT:".
           05  WS-SUB-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SUB-CCY             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SUB-BASE-AREA.
               10  FILLER             PIC X(05) VALUE "BASE:".
               10  WS-SUB-BASE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
               10  FILLER             PIC X(01) VALUE SPACES.
               10  WS-SUB-BASE-CCY    PIC X(03).
           05  FILLER                 PIC X(10) VALUE SPACES.

       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                 PIC X(21)
               VALUE "GRAND TOTAL (BASE)   ".
           05  FILLER                 PIC X(07) VALUE "COUNT: ".
           05  WS-GRD-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE "  AMOUNT:".
           05  WS-GRD-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-GRD-CCY             PIC X(03).
           05  FILLER                 PIC X(66) VALUE SPACES.

       01  WS-NO-RATE-LINE.
           05  FILLER                 PIC X(46)
               VALUE "** REGIONS MARKED NO RATE ARE LEFT OUT OF THE ".
           05  FILLER                 PIC X(43)
               VALUE "GRAND TOTAL - FXRATE HAS NO RATE FOR THEIR ".
           05  FILLER                 PIC X(29)
               VALUE "CURRENCY - RECORDS LEFT OUT: ".
           05  WS-NRT-COUNT           PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-TABLE
           PERFORM 1200-LOAD-REGION-TABLE
           PERFORM 1300-LOAD-EXCHANGE-RATES
           PERFORM 2000-PRINT-REPORT
           IF WS-RATE-MISSING
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       1000-LOAD-TABLE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT REPORT-INPUT-FILE
           OPEN OUTPUT EXCEPTION-FILE
           READ REPORT-INPUT-FILE

      * Seeds the shared WSREGTBL region table from the same REGREF
      * reference dataset TBLLOAD validates against, so the subtotal
      * lines carry the region's name and currency. Entries past
      * WS-REG-MAX are dropped - an unknown region just prints with a
      * blank name, in base currency.
       1200-LOAD-REGION-TABLE.
           OPEN INPUT REGION-FILE
           IF WS-REGF-STATUS = "00"
                   ELSE
                       MOVE ZEROS TO WS-REG-LIMIT(WS-REG-COUNT)
                   END-IF
                   IF REG-CURRENCY = SPACES
                       MOVE WS-FX-BASE-CCY
                           TO WS-REG-CURRENCY(WS-REG-COUNT)
                   ELSE
                       MOVE REG-CURRENCY
                           TO WS-REG-CURRENCY(WS-REG-COUNT)
                   END-IF
                   READ REGION-FILE
                       AT END SET WS-REG-EOF TO TRUE
                   END-READ
               CLOSE REGION-FILE
           END-IF.

      * Seeds the shared WSFXRATE table with each currency's latest
      * rate dated on or before the run date. Later-dated records,
      * unusable rates and the base currency itself are skipped.
       1300-LOAD-EXCHANGE-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXF-STATUS = "00"
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FX-EOF
                   IF FXR-CCY NOT = SPACES
                           AND FXR-CCY NOT = WS-FX-BASE-CCY
                           AND FXR-RATE-DATE IS NUMERIC
                           AND FXR-RATE-DATE NOT > WS-CURRENT-DATE
                           AND FXR-RATE IS NUMERIC
                           AND FXR-RATE > ZERO
                       PERFORM 1310-STORE-RATE
                   END-IF
                   READ FX-RATE-FILE
                       AT END SET WS-FX-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1310-STORE-RATE.
           MOVE FXR-CCY TO WS-FX-SEARCH-CCY
           PERFORM 1340-FIND-RATE
           IF WS-FX-FND-IDX = 0 AND WS-FX-COUNT < WS-FX-MAX
               ADD 1 TO WS-FX-COUNT
               MOVE WS-FX-COUNT TO WS-FX-FND-IDX
               MOVE FXR-CCY TO WS-FX-CCY(WS-FX-FND-IDX)
               MOVE ZEROS TO WS-FX-RATE-DATE(WS-FX-FND-IDX)
           END-IF
           IF WS-FX-FND-IDX > 0
               IF FXR-RATE-DATE NOT < WS-FX-RATE-DATE(WS-FX-FND-IDX)
                   MOVE FXR-RATE-DATE
                       TO WS-FX-RATE-DATE(WS-FX-FND-IDX)
                   MOVE FXR-RATE TO WS-FX-RATE(WS-FX-FND-IDX)
               END-IF
           END-IF.

      * Leaves WS-FX-FND-IDX at the rate entry for WS-FX-SEARCH-CCY,
      * zero when there is none.
       1340-FIND-RATE.
           MOVE ZEROS TO WS-FX-FND-IDX
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
                      OR WS-FX-FND-IDX > 0
               IF WS-FX-CCY(WS-FX-IDX) = WS-FX-SEARCH-CCY
                   MOVE WS-FX-IDX TO WS-FX-FND-IDX
               END-IF
           END-PERFORM.

      * Control-break report over WS-TABLE, which arrives in key
      * sequence from STEP020's sort - a region's entries are
      * contiguous, so a change in the leading three key characters
      * closes out that region's subtotal.
       2000-PRINT-REPORT.
           OPEN OUTPUT PRINT-FILE
           PERFORM 2300-PAGE-HEADING
           PERFORM VARYING WS-RPT-IDX FROM 1 BY 1
                   UNTIL WS-RPT-IDX > WS-COUNT
                   END-IF
                   MOVE WS-TABLE-KEY(WS-RPT-IDX)(1:3)
                       TO WS-PREV-REGION
                   PERFORM 2250-LOOKUP-REGION
               END-IF
               PERFORM 2100-PRINT-DETAIL
           END-PERFORM
           MOVE WS-TABLE-KEY(WS-RPT-IDX)    TO WS-DTL-KEY
           MOVE WS-TABLE-DESC(WS-RPT-IDX)   TO WS-DTL-DESC
           MOVE WS-TABLE-AMOUNT(WS-RPT-IDX) TO WS-DTL-AMOUNT
           MOVE WS-REGION-CCY TO WS-DTL-CCY
           IF WS-TABLE-DELETED(WS-RPT-IDX)
               MOVE "DELETED" TO WS-DTL-STATUS
           ELSE
           ADD 1 TO WS-LINE-COUNT
           IF NOT WS-TABLE-DELETED(WS-RPT-IDX)
               ADD 1 TO WS-REGION-COUNT
               ADD WS-TABLE-AMOUNT(WS-RPT-IDX) TO WS-REGION-AMOUNT
           END-IF.

      * The subtotal in the region's currency, then its base
      * equivalent - which alone goes into the grand total, and the
      * region's count with it.
       2200-REGION-BREAK.
           MOVE WS-PREV-REGION TO WS-SUB-REGION
           MOVE WS-REGION-COUNT TO WS-SUB-COUNT
           MOVE WS-REGION-AMOUNT TO WS-SUB-AMOUNT
           MOVE WS-REGION-CCY TO WS-SUB-CCY
           MOVE "BASE:" TO WS-SUB-BASE-AREA
           MOVE WS-FX-BASE-CCY TO WS-SUB-BASE-CCY
           IF WS-REGION-CCY = WS-FX-BASE-CCY
               MOVE WS-REGION-AMOUNT TO WS-REGION-BASE
               MOVE WS-REGION-BASE TO WS-SUB-BASE
               ADD WS-REGION-BASE TO WS-GRAND-AMOUNT
               ADD WS-REGION-COUNT TO WS-GRAND-COUNT
           ELSE
               MOVE WS-REGION-CCY TO WS-FX-SEARCH-CCY
               PERFORM 1340-FIND-RATE
               IF WS-FX-FND-IDX > 0
                   COMPUTE WS-REGION-BASE ROUNDED =
                       WS-REGION-AMOUNT * WS-FX-RATE(WS-FX-FND-IDX)
                   MOVE WS-REGION-BASE TO WS-SUB-BASE
                   ADD WS-REGION-BASE TO WS-GRAND-AMOUNT
                   ADD WS-REGION-COUNT TO WS-GRAND-COUNT
               ELSE
                   SET WS-RATE-MISSING TO TRUE
                   ADD WS-REGION-COUNT TO WS-NO-RATE-COUNT
                   MOVE "** NO RATE **" TO WS-SUB-BASE-AREA
               END-IF
           END-IF
           WRITE PRINT-RECORD FROM WS-SUBTOTAL-LINE
           MOVE SPACES TO PRINT-RECORD
           WRITE PRINT-RECORD
           MOVE ZEROS TO WS-REGION-COUNT
           MOVE ZEROS TO WS-REGION-AMOUNT.

      * Name and currency for WS-PREV-REGION, looked up once as the
      * region starts so its detail lines can show the currency.
       2250-LOOKUP-REGION.
           MOVE SPACES TO WS-SUB-REGION-NAME
           MOVE WS-FX-BASE-CCY TO WS-REGION-CCY
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-CODE(WS-REG-IDX) = WS-PREV-REGION
                   MOVE WS-REG-NAME(WS-REG-IDX)
                       TO WS-SUB-REGION-NAME
                   MOVE WS-REG-CURRENCY(WS-REG-IDX)
                       TO WS-REGION-CCY
               END-IF
           END-PERFORM.

       2400-PRINT-GRAND-TOTAL.
           MOVE WS-GRAND-COUNT TO WS-GRD-COUNT
           MOVE WS-GRAND-AMOUNT TO WS-GRD-AMOUNT
           MOVE WS-FX-BASE-CCY TO WS-GRD-CCY
           WRITE PRINT-RECORD FROM WS-GRAND-TOTAL-LINE
           IF WS-RATE-MISSING
               MOVE WS-NO-RATE-COUNT TO WS-NRT-COUNT
               WRITE PRINT-RECORD FROM WS-NO-RATE-LINE
           END-IF.
