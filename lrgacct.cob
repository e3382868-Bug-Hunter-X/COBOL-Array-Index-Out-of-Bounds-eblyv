       IDENTIFICATION DIVISION.
       PROGRAM-ID. LRGACCT.

      * Dual-control approval limits for TBLMNT. Reads tonight's
      * sorted master once, region by region, keeping each region's
      * TOPN largest active (not flag-deleted) amounts; the smallest
      * of them is the region's floor - an online amount change to an
      * account at or above it needs a second user's approval however
      * small the change. A region with no more active accounts than
      * TOPN gets no floor, since every account in it would otherwise
      * count as one of its largest. Writes one APPRxxx control
      * record per region (WSTMNCTL layout) behind a default APPR
      * record, in TMNTCTL key order so STEP033 can REPRO ... REPLACE
      * them straight onto the control file. The limits report lists
      * what was set for each region.
      *
      * THRESHLD - the amount over which any online amount change
      * needs approval - is a base-currency figure, but the master
      * holds each region's amounts in its own currency (REGREF), so
      * every APPRxxx record carries it restated in the region's
      * currency at the latest FXRATE rate on or before the run date,
      * the same conversion TBLLOAD makes for its fallback R004 limit.
      * A region whose currency is not known (not on REGREF) or has
      * no rate gets a zero threshold, so TBLMNT sends every amount
      * change in it for approval, and the report says why. The
      * default APPR record keeps the card's base figure for
      * reference only; TBLMNT applies region records alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-IN-FILE ASSIGN TO MSTIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-OUT-FILE ASSIGN TO APPRCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT LIMITS-REPORT-FILE ASSIGN TO LRGRPT
               ORGANIZATION IS SEQUENTIAL.

      * Region reference master - supplies each region's currency. A
      * missing or empty REGREF leaves every region's currency unknown
      * and every threshold zero.
           SELECT REGION-FILE ASSIGN TO REGREF
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGF-STATUS.

      * Daily exchange-rate reference (WSFXRATE layout), read only to
      * restate the threshold in each region's currency.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXF-STATUS.

      * Same card style as TBLLOAD's run parameters: keyword in
      * columns 1-8, value from column 10. TOPN (three digits) and
      * THRESHLD (nine digits, two implied decimals, as REGREF carries
      * its limits) are optional - a missing deck leaves the defaults.
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Sorted master - key (region in 1-3), description, amount,
      * flag-delete byte in 70.
       FD  MASTER-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-IN-RECORD.
           05  MI-KEY.
               10  MI-REGION          PIC X(03).
               10  FILLER             PIC X(07).
           05  MI-DESC                PIC X(50).
           05  MI-AMOUNT              PIC 9(7)V99.
           05  MI-DEL-FLAG            PIC X(01).
               88  MI-DELETED         VALUE 'D'.
           05  FILLER                 PIC X(10).

       FD  CONTROL-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-OUT-RECORD         PIC X(80).

       FD  LIMITS-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  LIMITS-REPORT-RECORD       PIC X(132).

      * One record per region, mirroring the WS-REG-ENTRY layout in
      * WSREGTBL (see the copybook for the byte positions).
       FD  REGION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REGION-RECORD.
           05  REG-CODE               PIC X(03).
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

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSTMNCTL.
           COPY WSREGTBL.
           COPY WSFXRATE.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MST-EOF         VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-KEEP-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-KEEP-AMOUNT     VALUE 'Y'.
           05  WS-SLOT-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND      VALUE 'Y'.
           05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-FX-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FX-EOF          VALUE 'Y'.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REGF-STATUS             PIC X(02) VALUE SPACES.

       01  WS-FXF-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REG-IDX                 PIC 9(3).

       01  WS-REG-FND-IDX             PIC 9(3) VALUE ZEROS.

       01  WS-FX-IDX                  PIC 9(3).

       01  WS-FX-FND-IDX              PIC 9(3) VALUE ZEROS.

       01  WS-FX-SEARCH-CCY           PIC X(03) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * Limits - TOPN largest accounts per region (at most the 100 the
      * table below holds), and the amount over which any change needs a
      * second user, in base currency.
       01  WS-TOP-N                   PIC 9(3) VALUE 010.

       01  WS-THRESHOLD               PIC 9(7)V99 VALUE 250000.00.

      * The threshold in the current region's currency.
       01  WS-REGION-THRESHOLD        PIC 9(7)V99 VALUE ZEROS.

       01  WS-REGION-CCY              PIC X(03) VALUE SPACES.

       01  WS-AMT-WORK                PIC 9(7)V99.
       01  WS-AMT-DIGITS REDEFINES WS-AMT-WORK
                                      PIC X(09).

      * The current region's largest active amounts, largest first.
       01  WS-TOP-TABLE.
           05  WS-TOP-AMOUNT          OCCURS 100 TIMES
                                      PIC 9(7)V99.

       01  WS-TOP-COUNT               PIC 9(3) VALUE ZEROS.

       01  WS-TOP-IDX                 PIC 9(3) VALUE ZEROS.

       01  WS-CUR-REGION              PIC X(03) VALUE SPACES.

       01  WS-ACTIVE-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-MST-READ                PIC 9(9) VALUE ZEROS.

       01  WS-REGION-FLOOR            PIC 9(7)V99 VALUE ZEROS.

       01  WS-REGION-COUNT            PIC 9(5) VALUE ZEROS.

       01  WS-FLOOR-COUNT             PIC 9(5) VALUE ZEROS.

       01  WS-NO-THRESHOLD-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-LIMITS-HEADING.
           05  FILLER                 PIC X(38)
               VALUE "LRGACCT DUAL-CONTROL APPROVAL LIMITS".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(09) VALUE "  TOP N: ".
           05  WS-HDG-TOP-N           PIC ZZ9.
           05  FILLER                 PIC X(13) VALUE "  THRESHOLD: ".
           05  WS-HDG-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-HDG-CCY             PIC X(03).
           05  FILLER                 PIC X(07) VALUE " (BASE)".
           05  FILLER                 PIC X(28) VALUE SPACES.

      * Amounts on a region's line are in the currency beside it.
       01  WS-LIMITS-COLUMN-LINE.
           05  FILLER                 PIC X(08) VALUE "REGION".
           05  FILLER                 PIC X(05) VALUE "CCY".
           05  FILLER                 PIC X(09) VALUE "   ACTIVE".
           05  FILLER                 PIC X(16)
               VALUE "         LARGEST".
           05  FILLER                 PIC X(16)
               VALUE "  APPROVAL FLOOR".
           05  FILLER                 PIC X(16)
               VALUE "       THRESHOLD".
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-LIMITS-DETAIL-LINE.
           05  WS-DTL-REGION          PIC X(03).
           05  FILLER                 PIC X(05) VALUE SPACES.
           05  WS-DTL-CCY             PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-ACTIVE          PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DTL-LARGEST         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DTL-FLOOR           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DTL-THRESHOLD       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-THR-NOTE        PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-NOTE            PIC X(27).
           05  FILLER                 PIC X(01) VALUE SPACES.

       01  WS-LIMITS-TOTAL-LINE.
           05  FILLER                 PIC X(09) VALUE "REGIONS: ".
           05  WS-TOT-REGIONS         PIC ZZZZ9.
           05  FILLER                 PIC X(20)
               VALUE "  WITH A FLOOR SET: ".
           05  WS-TOT-FLOORS          PIC ZZZZ9.
           05  FILLER                 PIC X(23)
               VALUE "  WITHOUT A THRESHOLD: ".
           05  WS-TOT-NO-THRESHOLD    PIC ZZZZ9.
           05  FILLER                 PIC X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-MASTER
               UNTIL WS-MST-EOF
           IF WS-CUR-REGION NOT = SPACES
               PERFORM 3000-REGION-BREAK
           END-IF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The default record goes out first - APPR and four spaces
      * sorts ahead of every APPRxxx key.
       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-REGION-TABLE
           PERFORM 1300-LOAD-EXCHANGE-RATES
           OPEN INPUT MASTER-IN-FILE
           OPEN OUTPUT CONTROL-OUT-FILE
           OPEN OUTPUT LIMITS-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-TOP-N TO WS-HDG-TOP-N
           MOVE WS-THRESHOLD TO WS-HDG-THRESHOLD
           MOVE WS-FX-BASE-CCY TO WS-HDG-CCY
           WRITE LIMITS-REPORT-RECORD FROM WS-LIMITS-HEADING
           WRITE LIMITS-REPORT-RECORD FROM WS-LIMITS-COLUMN-LINE
           MOVE SPACES TO LIMITS-REPORT-RECORD
           WRITE LIMITS-REPORT-RECORD
           MOVE SPACES TO WS-TMNT-CTL-REC
           MOVE "APPR" TO CTL-KEY
           MOVE WS-THRESHOLD TO CTL-APPR-THRESHOLD
           MOVE ZEROS TO CTL-APPR-FLOOR
           MOVE WS-TOP-N TO CTL-APPR-TOP-N
           MOVE WS-CURRENT-DATE TO CTL-APPR-DATE
           WRITE CONTROL-OUT-RECORD FROM WS-TMNT-CTL-REC
           READ MASTER-IN-FILE
               AT END SET WS-MST-EOF TO TRUE
           END-READ.

      * A TOPN outside 1 through the table size is ignored, not
      * clipped - the default stays in effect.
       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PRM-KEYWORD = "TOPN"
                           AND PRM-VALUE(1:3) IS NUMERIC
                           AND PRM-VALUE(1:3) > "000"
                           AND PRM-VALUE(1:3) NOT > "100"
                       MOVE PRM-VALUE(1:3) TO WS-TOP-N
                   END-IF
                   IF PRM-KEYWORD = "THRESHLD"
                           AND PRM-VALUE(1:9) IS NUMERIC
                       MOVE PRM-VALUE(1:9) TO WS-AMT-DIGITS
                       MOVE WS-AMT-WORK TO WS-THRESHOLD
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      * Seeds the shared WSREGTBL region table from REGREF for each
      * region's currency, blank meaning base. Entries past
      * WS-REG-MAX are dropped and their regions go without a
      * threshold.
       1200-LOAD-REGION-TABLE.
           OPEN INPUT REGION-FILE
           IF WS-REGF-STATUS = "00"
               READ REGION-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REG-EOF
                       OR WS-REG-COUNT >= WS-REG-MAX
                   ADD 1 TO WS-REG-COUNT
                   MOVE REG-CODE TO WS-REG-CODE(WS-REG-COUNT)
                   MOVE REG-NAME TO WS-REG-NAME(WS-REG-COUNT)
                   MOVE REG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
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
               END-PERFORM
               CLOSE REGION-FILE
           END-IF.

      * Seeds the shared WSFXRATE table with each currency's latest
      * rate dated on or before today. Later-dated records, unusable
      * rates and the base currency itself are skipped.
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

      * The master is in key order, so region codes arrive grouped.
      * Flag-deleted records are on their way out and do not count.
       2000-PROCESS-MASTER.
           ADD 1 TO WS-MST-READ
           IF MI-REGION NOT = WS-CUR-REGION
               IF WS-CUR-REGION NOT = SPACES
                   PERFORM 3000-REGION-BREAK
               END-IF
               MOVE MI-REGION TO WS-CUR-REGION
               MOVE ZEROS TO WS-ACTIVE-COUNT
               MOVE ZEROS TO WS-TOP-COUNT
           END-IF
           IF NOT MI-DELETED
               ADD 1 TO WS-ACTIVE-COUNT
               PERFORM 2100-KEEP-IF-LARGE
           END-IF
           READ MASTER-IN-FILE
               AT END SET WS-MST-EOF TO TRUE
           END-READ.

      * Insertion into the largest-first table: while it has room
      * every amount goes in; once full, only an amount bigger than
      * the smallest kept displaces it. Smaller entries shift down a
      * slot from the bottom until the new amount's place is found.
       2100-KEEP-IF-LARGE.
           MOVE 'N' TO WS-KEEP-SWITCH
           IF WS-TOP-COUNT < WS-TOP-N
               ADD 1 TO WS-TOP-COUNT
               SET WS-KEEP-AMOUNT TO TRUE
           ELSE
               IF MI-AMOUNT > WS-TOP-AMOUNT(WS-TOP-COUNT)
                   SET WS-KEEP-AMOUNT TO TRUE
               END-IF
           END-IF
           IF WS-KEEP-AMOUNT
               MOVE WS-TOP-COUNT TO WS-TOP-IDX
               MOVE 'N' TO WS-SLOT-SWITCH
               PERFORM UNTIL WS-SLOT-FOUND
                   IF WS-TOP-IDX = 1
                       SET WS-SLOT-FOUND TO TRUE
                   ELSE
                       IF WS-TOP-AMOUNT(WS-TOP-IDX - 1) NOT < MI-AMOUNT
                           SET WS-SLOT-FOUND TO TRUE
                       ELSE
                           MOVE WS-TOP-AMOUNT(WS-TOP-IDX - 1)
                               TO WS-TOP-AMOUNT(WS-TOP-IDX)
                           SUBTRACT 1 FROM WS-TOP-IDX
                       END-IF
                   END-IF
               END-PERFORM
               MOVE MI-AMOUNT TO WS-TOP-AMOUNT(WS-TOP-IDX)
           END-IF.

       3000-REGION-BREAK.
           ADD 1 TO WS-REGION-COUNT
           MOVE SPACES TO WS-DTL-NOTE
           PERFORM 3100-CONVERT-THRESHOLD
           IF WS-ACTIVE-COUNT > WS-TOP-N
               MOVE WS-TOP-AMOUNT(WS-TOP-N) TO WS-REGION-FLOOR
               ADD 1 TO WS-FLOOR-COUNT
           ELSE
               MOVE ZEROS TO WS-REGION-FLOOR
               MOVE "NO FLOOR - TOO FEW ACCOUNTS" TO WS-DTL-NOTE
           END-IF
           MOVE SPACES TO WS-TMNT-CTL-REC
           MOVE "APPR" TO CTL-KEY
           MOVE WS-CUR-REGION TO CTL-APPR-REGION
           MOVE WS-REGION-THRESHOLD TO CTL-APPR-THRESHOLD
           MOVE WS-REGION-FLOOR TO CTL-APPR-FLOOR
           MOVE WS-TOP-N TO CTL-APPR-TOP-N
           MOVE WS-CURRENT-DATE TO CTL-APPR-DATE
           WRITE CONTROL-OUT-RECORD FROM WS-TMNT-CTL-REC
           MOVE WS-CUR-REGION TO WS-DTL-REGION
           MOVE WS-ACTIVE-COUNT TO WS-DTL-ACTIVE
           IF WS-TOP-COUNT > ZEROS
               MOVE WS-TOP-AMOUNT(1) TO WS-DTL-LARGEST
           ELSE
               MOVE ZEROS TO WS-DTL-LARGEST
           END-IF
           MOVE WS-REGION-FLOOR TO WS-DTL-FLOOR
           MOVE WS-REGION-CCY TO WS-DTL-CCY
           MOVE WS-REGION-THRESHOLD TO WS-DTL-THRESHOLD
           WRITE LIMITS-REPORT-RECORD FROM WS-LIMITS-DETAIL-LINE.

      * THRESHLD restated in the region's currency, as TBLMNT compares
      * it with the region's own amounts. A figure too big for the
      * field caps at the largest amount the master can carry - no
      * amount can then reach it, which is what the converted figure
      * says too. With no currency or no rate the threshold is zero:
      * a base figure left unconverted would sit at a different real
      * value in every currency, so every change is approved instead.
       3100-CONVERT-THRESHOLD.
           MOVE SPACES TO WS-DTL-THR-NOTE
           MOVE SPACES TO WS-REGION-CCY
           MOVE ZEROS TO WS-REGION-THRESHOLD
           MOVE ZEROS TO WS-REG-FND-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
                      OR WS-REG-FND-IDX > 0
               IF WS-REG-CODE(WS-REG-IDX) = WS-CUR-REGION
                   MOVE WS-REG-IDX TO WS-REG-FND-IDX
               END-IF
           END-PERFORM
           IF WS-REG-FND-IDX = 0
               MOVE "NOT ON REGREF - ALL APPROVED" TO WS-DTL-THR-NOTE
               ADD 1 TO WS-NO-THRESHOLD-COUNT
           ELSE
               MOVE WS-REG-CURRENCY(WS-REG-FND-IDX) TO WS-REGION-CCY
               IF WS-REGION-CCY = WS-FX-BASE-CCY
                   MOVE WS-THRESHOLD TO WS-REGION-THRESHOLD
               ELSE
                   MOVE WS-REGION-CCY TO WS-FX-SEARCH-CCY
                   PERFORM 1340-FIND-RATE
                   IF WS-FX-FND-IDX > 0
                       COMPUTE WS-REGION-THRESHOLD ROUNDED =
                           WS-THRESHOLD / WS-FX-RATE(WS-FX-FND-IDX)
                           ON SIZE ERROR
                               MOVE 9999999.99 TO WS-REGION-THRESHOLD
                               MOVE "CAPPED AT THE LARGEST AMOUNT"
                                   TO WS-DTL-THR-NOTE
                       END-COMPUTE
                   ELSE
                       MOVE "NO RATE - ALL CHANGES APPROVED"
                           TO WS-DTL-THR-NOTE
                       ADD 1 TO WS-NO-THRESHOLD-COUNT
                   END-IF
               END-IF
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO LIMITS-REPORT-RECORD
           WRITE LIMITS-REPORT-RECORD
           MOVE WS-REGION-COUNT TO WS-TOT-REGIONS
           MOVE WS-FLOOR-COUNT TO WS-TOT-FLOORS
           MOVE WS-NO-THRESHOLD-COUNT TO WS-TOT-NO-THRESHOLD
           WRITE LIMITS-REPORT-RECORD FROM WS-LIMITS-TOTAL-LINE.

       9000-TERMINATE.
           CLOSE MASTER-IN-FILE
           CLOSE CONTROL-OUT-FILE
           CLOSE LIMITS-REPORT-FILE
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the master records read, records out
      * the APPR control records written (the default plus one per
      * region). A timing file that will not open is noted on SYSOUT
      * and skipped; the limits stand on their own.
       9100-WRITE-JOB-TIMING.
           MOVE "LRGACCT" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-MST-READ TO JT-IN-COUNT
           COMPUTE JT-OUT-COUNT = WS-REGION-COUNT + 1
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "LRGACCT - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
