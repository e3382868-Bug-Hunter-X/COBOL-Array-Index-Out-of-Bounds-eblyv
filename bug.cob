               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGF-STATUS.

      * Daily exchange-rate reference (WSFXRATE layout), read only to
      * put the fallback R004 limit into a region's own currency. A
      * missing or empty FXRATE leaves the fallback in base currency
      * for every region, logged on the exception report.
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXF-STATUS.

      * Read-only view of the PRIOR run's pending generation - the
      * future-dated transactions parked by earlier runs, re-examined
      * every night and released as they mature. Same GDG split as
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative structured audit trail in the shared WSAUDREC
      * layout - one record per applied add, update or delete,
      * carrying the full before and after images (an add has no
      * before image), so BACKOUT can undo one sender's batch from
      * the trail alone. Appended to across runs the same way RUNHIST
      * is.
           SELECT AUDIT-FILE ASSIGN TO AUDIT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

      * Cumulative job-timing history, one record appended per run in
      * the shared WSJOBTIM layout - this step's start and end times,
      * counts and return code, read back by SLARPT at the end of the
      * stream to time the batch window.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

      * Optional run parameter cards (SYSIN) - a missing or empty
      * deck leaves the normal full-load mode in effect; a selective
      * rerun names a key prefix and/or key range and only those keys
           RECORD CONTAINS 80 CHARACTERS.
       01  RUN-HISTORY-RECORD         PIC X(80).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

      * One record per region, mirroring the WS-REG-ENTRY layout in
      * WSREGTBL (see the copybook for the byte positions).
       FD  REGION-FILE
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

      * Parked transactions ride as the unaltered 80-byte feed image,
      * effective date and all, so a released record goes through
           COPY WSAREA.

           COPY WSREGTBL.
           COPY WSFXRATE.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.

       01  WS-HIST-STATUS               PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS               PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS                PIC X(02) VALUE SPACES.

       01  WS-HIST-IDX                  PIC 9(5).
      * Fallback plausibility limit, in effect only when no region
      * table was loaded (missing or empty REGREF) or when the
      * region's own limit is unusable - a loaded region carries its
      * own limit in WS-REG-LIMIT. The fallback is a base-currency
      * figure; 1042-CONVERT-FALLBACK-LIMIT restates it in the
      * currency of a region that bills in another one.
       01  WS-AMOUNT-LIMIT              PIC 9(7)V99 VALUE 5000000.00.

       01  WS-LIMIT-IN-EFFECT           PIC 9(7)V99 VALUE ZEROS.
       01  WS-REG-FOUND-SWITCH          PIC X(01) VALUE 'N'.
           88  WS-REG-FOUND             VALUE 'Y'.

       01  WS-FXF-STATUS                PIC X(02) VALUE SPACES.

       01  WS-FX-EOF-SWITCH             PIC X(01) VALUE 'N'.
           88  WS-FX-EOF                VALUE 'Y'.

       01  WS-FX-IDX                    PIC 9(3).

       01  WS-FX-FND-IDX                PIC 9(3) VALUE ZEROS.

       01  WS-FX-SEARCH-CCY             PIC X(03) VALUE SPACES.

       01  WS-VREJ-COUNT                PIC 9(5) VALUE ZEROS.

      * Selective reprocessing controls - set from the SYSIN cards by

           COPY WSRUNHST.

           COPY WSJOBTIM.

           COPY WSAUDREC.

       01  WS-AUD-STATUS                PIC X(02) VALUE SPACES.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 1050-LOAD-VOLUME-CONTROL
           PERFORM 1070-LOAD-PARAMETERS
           OPEN OUTPUT OUTPUT-FILE
           OPEN OUTPUT REJECT-FILE
           OPEN OUTPUT SUMMARY-FILE
           PERFORM 1030-LOAD-EXCHANGE-RATES
           PERFORM 1040-LOAD-REGION-TABLE
           PERFORM 1047-OPEN-AUDIT-TRAIL
           PERFORM 1100-CHECK-RESTART
               AT END SET WS-EOF TO TRUE
           END-READ.

      * Seeds the shared WSFXRATE table with each currency's latest
      * rate dated on or before today. Later-dated records, unusable
      * rates and the base currency itself are skipped; currencies
      * past WS-FX-MAX are dropped and simply have no rate.
       1030-LOAD-EXCHANGE-RATES.
           OPEN INPUT FX-RATE-FILE
           IF WS-FXF-STATUS = "00"
               READ FX-RATE-FILE
                   AT END SET WS-FX-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-FX-EOF
                   IF FXR-CCY NOT = SPACES
                           AND FXR-CCY NOT = WS-FX-BASE-CCY
                           AND FXR-RATE-DATE IS NUMERIC
                           AND FXR-RATE-DATE NOT > WS-TODAY-DATE
                           AND FXR-RATE IS NUMERIC
                           AND FXR-RATE > ZERO
                       PERFORM 1032-STORE-RATE
                   END-IF
                   READ FX-RATE-FILE
                       AT END SET WS-FX-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-FILE
           END-IF.

       1032-STORE-RATE.
           MOVE FXR-CCY TO WS-FX-SEARCH-CCY
           PERFORM 1034-FIND-RATE
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
       1034-FIND-RATE.
           MOVE ZEROS TO WS-FX-FND-IDX
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
                   UNTIL WS-FX-IDX > WS-FX-COUNT
                      OR WS-FX-FND-IDX > 0
               IF WS-FX-CCY(WS-FX-IDX) = WS-FX-SEARCH-CCY
                   MOVE WS-FX-IDX TO WS-FX-FND-IDX
               END-IF
           END-PERFORM.

      * Seeds the shared WSREGTBL region table from the REGREF
      * reference dataset. A missing or empty REGREF leaves the table
      * empty, which 2700-VALIDATE-RECORD treats as "no reference
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
                       IF REG-LIMIT IS NUMERIC
                           MOVE REG-LIMIT TO WS-REG-LIMIT(WS-REG-COUNT)
                       ELSE
                           PERFORM 1042-CONVERT-FALLBACK-LIMIT
                       END-IF
                   ELSE
                       PERFORM 1045-LOG-REGION-OVERFLOW
               CLOSE REGION-FILE
           END-IF.

      * The region's own limit is unusable, so the fallback applies -
      * restated at the latest rate in the currency the region bills
      * in, since R004 compares it with amounts in that currency. A
      * fallback too big for the limit field caps at the largest
      * amount the feed can carry. With no rate on file the base
      * figure stands and the exception report says so.
       1042-CONVERT-FALLBACK-LIMIT.
           MOVE WS-AMOUNT-LIMIT TO WS-REG-LIMIT(WS-REG-COUNT)
           IF WS-REG-CURRENCY(WS-REG-COUNT) NOT = WS-FX-BASE-CCY
               MOVE WS-REG-CURRENCY(WS-REG-COUNT) TO WS-FX-SEARCH-CCY
               PERFORM 1034-FIND-RATE
               IF WS-FX-FND-IDX > 0
                   COMPUTE WS-REG-LIMIT(WS-REG-COUNT) ROUNDED =
                       WS-AMOUNT-LIMIT / WS-FX-RATE(WS-FX-FND-IDX)
                       ON SIZE ERROR
                           MOVE 9999999.99
                               TO WS-REG-LIMIT(WS-REG-COUNT)
                   END-COMPUTE
               ELSE
                   ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
                   MOVE WS-CURRENT-DATE TO WS-EXC-DATE
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "NO RATE FOR "
                          WS-FX-SEARCH-CCY
                          " - REGION "
                          REG-CODE
                          " FALLBACK LIMIT LEFT IN BASE CURRENCY"
                          DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
               END-IF
           END-IF.

       1045-LOG-REGION-OVERFLOW.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-EXC-DATE
               END-IF
               CLOSE SUMMARY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-JOB-TIMING
               STOP RUN
           END-IF.

           END-IF
           CLOSE SUMMARY-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 8300-WRITE-JOB-TIMING
           STOP RUN.

       2000-PROCESS-RECORDS.
                       TO WS-TABLE-ENTRY(WS-SHIFT-IDX)
               END-PERFORM
               PERFORM 3000-LOAD-TABLE-ENTRY
               MOVE SPACES TO AUD-BEFORE
               MOVE WS-TABLE-ENTRY(WS-INS-IDX) TO AUD-AFTER
               MOVE "ADD" TO AUD-ACTION
               PERFORM 6300-WRITE-AUDIT-RECORD
               ADD 1 TO WS-ADD-COUNT
           END-IF.

      * Leaves WS-REG-FND-IDX pointing at the matching reference
      * entry and WS-LIMIT-IN-EFFECT carrying the amount limit the
      * R004 check should apply - the region's own limit when the
      * region is on the table, the global fallback otherwise. Feed
      * amounts are in the region's own currency, and so is every
      * limit on the table (see 1042-CONVERT-FALLBACK-LIMIT).
       2710-LOOKUP-REGION.
           MOVE 'N' TO WS-REG-FOUND-SWITCH
           MOVE ZEROS TO WS-REG-FND-IDX
           END-IF
           CLOSE SUMMARY-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 8300-WRITE-JOB-TIMING
           STOP RUN.

      * Audit control on the feed itself: the run is only trusted
           END-IF
           CLOSE SUMMARY-FILE
           MOVE 12 TO RETURN-CODE
           PERFORM 8300-WRITE-JOB-TIMING
           STOP RUN.

      * The releases 1300-PROCESS-PENDING consumed exist only in the
               END-IF
               CLOSE SUMMARY-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-JOB-TIMING
               STOP RUN
           END-IF.

               WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
           END-IF.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - on the abend paths too, once every other file is
      * closed, so the SLA report sees how long a failed run took.
      * A timing file that will not open is noted on SYSOUT and
      * skipped; the exception report may already be closed, and the
      * load stands on its own either way.
       8300-WRITE-JOB-TIMING.
           MOVE "TBLLOAD" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-INPUT-COUNT TO JT-IN-COUNT
           MOVE WS-COUNT TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "TBLLOAD - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.

       9000-TERMINATE.
           PERFORM 9100-CLEAR-CHECKPOINT
           CLOSE INPUT-FILE
               CLOSE AUDIT-FILE
           END-IF
           CLOSE SUMMARY-FILE
           PERFORM 8300-WRITE-JOB-TIMING
           DISPLAY "DATA INSERTED".

      * A successful run has no further use for its checkpoint
