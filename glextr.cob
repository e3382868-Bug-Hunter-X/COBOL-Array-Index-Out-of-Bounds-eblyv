      * 'D' record per region (region, record count, summed amount,
      * run date) and a trailing 'C' control record carrying file
      * totals so the GL side can balance the extract on receipt.
      *
      * Regions bill in their own currencies (REGREF), so each 'D'
      * record also carries the region's currency and its amount
      * converted to base currency at tonight's rate from FXRATE, and
      * the 'C' record the base-currency total. The 'C' amount stays
      * the plain sum of the 'D' amounts - a control figure across
      * currencies that GLRECON, STRMBAL and MECLOSE foot against,
      * not a money total. Every currency about to post must have a
      * rate dated tonight - today's date, or yesterday's when the
      * stream has run on past midnight - and a missing or older rate
      * is logged and the step ends RC=16 without cutting the
      * extract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGF-STATUS.

      * Daily exchange-rate reference (WSFXRATE layout). A missing or
      * empty FXRATE fails the step as soon as any region to post is
      * not in base currency.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXF-STATUS.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRACT-INPUT-FILE
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

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSAREA.
           COPY WSEXCMSG.
           COPY WSREGTBL.
           COPY WSFXRATE.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-EOF             VALUE 'Y'.
           05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-FX-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FX-EOF          VALUE 'Y'.
           05  WS-RATE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-RATE-FAILED     VALUE 'Y'.

       01  WS-REGF-STATUS             PIC X(02) VALUE SPACES.

       01  WS-FXF-STATUS              PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-REG-IDX                 PIC 9(3).

       01  WS-REG-FND-IDX             PIC 9(3) VALUE ZEROS.

       01  WS-FX-IDX                  PIC 9(3).

       01  WS-FX-FND-IDX              PIC 9(3) VALUE ZEROS.

       01  WS-FX-SEARCH-CCY           PIC X(03) VALUE SPACES.

       01  WS-EXT-IDX                 PIC 9(5).

       01  WS-NEXT-COUNT              PIC 9(5).

       01  WS-CURRENT-DATE            PIC 9(8).

      * Yesterday - the oldest rate date that still counts as
      * tonight's, for a stream that started before midnight.
       01  WS-PRIOR-DATE              PIC 9(8).

       01  WS-PREV-REGION             PIC X(3) VALUE SPACES.

       01  WS-REGION-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-REGION-AMOUNT           PIC 9(11)V99 VALUE ZEROS.

       01  WS-REGION-BASE             PIC 9(11)V99 VALUE ZEROS.

       01  WS-TOT-REGIONS             PIC 9(7) VALUE ZEROS.

       01  WS-TOT-RECORDS             PIC 9(9) VALUE ZEROS.

       01  WS-TOT-AMOUNT              PIC 9(13)V99 VALUE ZEROS.

       01  WS-TOT-BASE-AMOUNT         PIC 9(13)V99 VALUE ZEROS.

       01  WS-GL-WRITTEN              PIC 9(7) VALUE ZEROS.

      * Fixed layouts the GL intake job expects - one detail per
      * region, then one control record with file totals.
      * The region name rides in what used to be filler, so the GL
      * intake's fixed field positions are untouched - receivers that
      * ignore bytes 33-80 keep working unchanged. The region's
      * currency and base-currency amount ride in the same way.
       01  WS-GL-DETAIL.
           05  WS-GLD-REC-TYPE        PIC X(01) VALUE 'D'.
           05  WS-GLD-REGION          PIC X(03).
           05  WS-GLD-AMOUNT          PIC 9(11)V99.
           05  WS-GLD-RUN-DATE        PIC 9(8).
           05  WS-GLD-REGION-NAME     PIC X(30) VALUE SPACES.
           05  WS-GLD-CURRENCY        PIC X(03) VALUE SPACES.
           05  WS-GLD-BASE-AMOUNT     PIC 9(11)V99.
           05  FILLER                 PIC X(02) VALUE SPACES.

       01  WS-GL-CONTROL.
           05  WS-GLC-REC-TYPE        PIC X(01) VALUE 'C'.
           05  WS-GLC-RECORDS         PIC 9(9).
           05  WS-GLC-AMOUNT          PIC 9(13)V99.
           05  WS-GLC-RUN-DATE        PIC 9(8).
           05  WS-GLC-BASE-AMOUNT     PIC 9(13)V99.
           05  WS-GLC-BASE-CCY        PIC X(03) VALUE SPACES.
           05  FILLER                 PIC X(22) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-LOAD-TABLE
           PERFORM 1200-LOAD-REGION-TABLE
           PERFORM 1300-LOAD-EXCHANGE-RATES
           PERFORM 1400-CHECK-RATES
           PERFORM 2000-EXTRACT-REGIONS
           PERFORM 9000-WRITE-JOB-TIMING
           STOP RUN.

       1000-LOAD-TABLE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) - 1)
           OPEN INPUT EXTRACT-INPUT-FILE
           OPEN OUTPUT GL-OUTPUT-FILE
           OPEN OUTPUT EXCEPTION-FILE

      * Seeds the shared WSREGTBL region table from the same REGREF
      * reference dataset TBLLOAD validates against, so each 'D'
      * record carries the region's name and currency. Entries past
      * WS-REG-MAX are dropped - an unknown region extracts with a
      * blank name, in base currency, and is logged by 1400.
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
      * rate dated on or before today; 1400-CHECK-RATES then insists
      * on tonight's. Later-dated records, unusable rates and the
      * base currency itself are skipped.
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

      * One pass over the regions about to post, before a single
      * record is written: each one's currency must have a rate dated
      * tonight. Treasury dates the rates the day the stream starts,
      * and GLEXTR may run after midnight, so a rate dated today or
      * yesterday is tonight's. A missing rate, or only an older one
      * (FXRATE was not refreshed), would send the ledger a wrong
      * base amount, so every gap is logged and the extract is not
      * cut - GLOUT stays empty and the step ends RC=16, which holds
      * STRMBAL and every later reader of the generation.
       1400-CHECK-RATES.
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-COUNT
               IF NOT WS-TABLE-DELETED(WS-EXT-IDX)
                       AND WS-TABLE-KEY(WS-EXT-IDX)(1:3)
                           NOT = WS-PREV-REGION
                   MOVE WS-TABLE-KEY(WS-EXT-IDX)(1:3)
                       TO WS-PREV-REGION
                   PERFORM 2150-LOOKUP-REGION
                   PERFORM 1410-CHECK-REGION-RATE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PREV-REGION
           IF WS-RATE-FAILED
               MOVE WS-CURRENT-DATE TO WS-EXC-DATE
               MOVE "GL EXTRACT NOT CUT - EXCHANGE RATES MISSING/STALE"
                   TO WS-EXC-TEXT
               WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
               DISPLAY "GLEXTR - " WS-EXC-TEXT
               CLOSE GL-OUTPUT-FILE
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-WRITE-JOB-TIMING
               STOP RUN
           END-IF.

       1410-CHECK-REGION-RATE.
           MOVE WS-CURRENT-DATE TO WS-EXC-DATE
           IF WS-REG-FND-IDX = 0
               MOVE SPACES TO WS-EXC-TEXT
               STRING "REGION "
                      WS-PREV-REGION
                      " NOT ON REGREF - POSTED IN BASE CURRENCY"
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
           END-IF
           IF WS-GLD-CURRENCY NOT = WS-FX-BASE-CCY
               MOVE WS-GLD-CURRENCY TO WS-FX-SEARCH-CCY
               PERFORM 1340-FIND-RATE
               MOVE SPACES TO WS-EXC-TEXT
               EVALUATE TRUE
                   WHEN WS-FX-FND-IDX = 0
                       SET WS-RATE-FAILED TO TRUE
                       STRING "NO "
                              WS-FX-SEARCH-CCY
                              " RATE ON FXRATE - REGION "
                              WS-PREV-REGION
                              " CANNOT POST"
                              DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
                   WHEN WS-FX-RATE-DATE(WS-FX-FND-IDX)
                           < WS-PRIOR-DATE
                       SET WS-RATE-FAILED TO TRUE
                       STRING WS-FX-SEARCH-CCY
                              " RATE STALE - LATEST DATED "
                              WS-FX-RATE-DATE(WS-FX-FND-IDX)
                              " - REGION "
                              WS-PREV-REGION
                              " CANNOT POST"
                              DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
               END-EVALUATE
               IF WS-EXC-TEXT NOT = SPACES
                   WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
               END-IF
           END-IF.

      * Same WS-MAX-ENTRIES guard as TBLLOAD's 4000-CHECK-SUBSCRIPT
      * and RPTLOAD's 1100-CHECK-SUBSCRIPT - WS-COUNT is the WS-TABLE
      * ODO object and must never leave OCCURS 1 TO 9999, even
               CLOSE GL-OUTPUT-FILE
               CLOSE EXCEPTION-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9000-WRITE-JOB-TIMING
               STOP RUN
           END-IF.

      * must stop posting the same night, exactly as a feed DELETE
      * does. They never touch the region sums or the control totals.
       2000-EXTRACT-REGIONS.
           PERFORM VARYING WS-EXT-IDX FROM 1 BY 1
                   UNTIL WS-EXT-IDX > WS-COUNT
               IF NOT WS-TABLE-DELETED(WS-EXT-IDX)
           CLOSE GL-OUTPUT-FILE
           CLOSE EXCEPTION-FILE.

      * The region's sum converts to base at tonight's rate, which
      * 1400-CHECK-RATES has already proven is on the table.
       2100-WRITE-REGION-DETAIL.
           MOVE WS-PREV-REGION TO WS-GLD-REGION
           PERFORM 2150-LOOKUP-REGION
           MOVE WS-REGION-COUNT TO WS-GLD-COUNT
           MOVE WS-REGION-AMOUNT TO WS-GLD-AMOUNT
           MOVE WS-CURRENT-DATE TO WS-GLD-RUN-DATE
           IF WS-GLD-CURRENCY = WS-FX-BASE-CCY
               MOVE WS-REGION-AMOUNT TO WS-REGION-BASE
           ELSE
               MOVE WS-GLD-CURRENCY TO WS-FX-SEARCH-CCY
               PERFORM 1340-FIND-RATE
               COMPUTE WS-REGION-BASE ROUNDED =
                   WS-REGION-AMOUNT * WS-FX-RATE(WS-FX-FND-IDX)
           END-IF
           MOVE WS-REGION-BASE TO WS-GLD-BASE-AMOUNT
           ADD WS-REGION-BASE TO WS-TOT-BASE-AMOUNT
           WRITE GL-OUTPUT-RECORD FROM WS-GL-DETAIL
           ADD 1 TO WS-GL-WRITTEN
           ADD 1 TO WS-TOT-REGIONS
           MOVE ZEROS TO WS-REGION-COUNT
           MOVE ZEROS TO WS-REGION-AMOUNT.

      * Name and currency for WS-PREV-REGION; a region not on the
      * table gets a blank name and the base currency, and leaves
      * WS-REG-FND-IDX zero.
       2150-LOOKUP-REGION.
           MOVE SPACES TO WS-GLD-REGION-NAME
           MOVE WS-FX-BASE-CCY TO WS-GLD-CURRENCY
           MOVE ZEROS TO WS-REG-FND-IDX
           PERFORM VARYING WS-REG-IDX FROM 1 BY 1
                   UNTIL WS-REG-IDX > WS-REG-COUNT
               IF WS-REG-CODE(WS-REG-IDX) = WS-PREV-REGION
                   MOVE WS-REG-IDX TO WS-REG-FND-IDX
                   MOVE WS-REG-NAME(WS-REG-IDX)
                       TO WS-GLD-REGION-NAME
                   MOVE WS-REG-CURRENCY(WS-REG-IDX)
                       TO WS-GLD-CURRENCY
               END-IF
           END-PERFORM.

           MOVE WS-TOT-RECORDS TO WS-GLC-RECORDS
           MOVE WS-TOT-AMOUNT TO WS-GLC-AMOUNT
           MOVE WS-CURRENT-DATE TO WS-GLC-RUN-DATE
           MOVE WS-TOT-BASE-AMOUNT TO WS-GLC-BASE-AMOUNT
           MOVE WS-FX-BASE-CCY TO WS-GLC-BASE-CCY
           WRITE GL-OUTPUT-RECORD FROM WS-GL-CONTROL
           ADD 1 TO WS-GL-WRITTEN.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout, on the RC=16 stops as well. A timing file that will
      * not open is noted on SYSOUT and skipped - the extract stands
      * on its own.
       9000-WRITE-JOB-TIMING.
           MOVE "GLEXTR" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-COUNT TO JT-IN-COUNT
           MOVE WS-GL-WRITTEN TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "GLEXTR - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
