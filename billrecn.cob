       IDENTIFICATION DIVISION.
       PROGRAM-ID. BILLRECN.

      * Master-to-billing full-file reconciliation. The nightly feed
      * only carries changes, so a transaction lost upstream, or
      * rejected here and never resubmitted, leaves the master and
      * the billing system drifting apart without anybody noticing.
      * Billing sends a full snapshot once a month in the master's
      * own 80-byte key/description/amount layout; this program
      * matches it key by key against last night's SORTED master and
      * reports every difference:
      *
      *   MISSING ON MASTER     key billed, not live on the master
      *   MISSING FROM BILLING  live master key billing does not have
      *   AMOUNT MISMATCH       on both, amounts differ
      *   DESC MISMATCH         on both, descriptions differ
      *   AMOUNT/DESC MISMATCH  both of those
      *
      * with count and amount subtotals at every region break and for
      * the file. Flag-deleted master records do not count as live. A
      * key still parked on the PENDING generation, or open on the
      * REJTRK reject tracker, is in flight - the difference is
      * already known and on its way - so it is skipped on both sides
      * and only counted.
      *
      * With CORRECT Y the differences also go out as correction
      * transactions in INFEED format, inside their own HDR/TRL
      * (source BILLRECN unless a CORRSRC card says otherwise) - an
      * add for a key missing on the master, a delete for one
      * missing from billing, an update to billing's description and
      * amount for a mismatch. Nothing here applies them: an analyst
      * reviews the report and the batch, reruns with EXCLUDE cards
      * for keys that must not be touched, and queues the result for
      * TBLLOAD (CORRQUE job). A key billed while flag-deleted on the
      * master, or with an unreadable amount, is reported for hand
      * correction and never goes in the batch.
      *
      * All four inputs are in key order - the JCL sorts the billing
      * snapshot, PENDING and REJTRK; SORTED already is. RC=4 -
      * differences found and a correction batch written; RC=2 -
      * differences found but no batch written (CORRECT N, or every
      * difference excluded or left for hand correction), so the JCL
      * catalogs nothing over a batch already under review; RC=16 -
      * bad card or no billing records.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BILLING-FILE ASSIGN TO BILLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BIL-STATUS.

           SELECT MASTER-FILE ASSIGN TO MSTIN
               ORGANIZATION IS SEQUENTIAL.

      * PENDING and REJTRK are only looked through for keys, so
      * either may be missing or empty.
           SELECT PENDING-FILE ASSIGN TO PENDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PND-STATUS.

           SELECT TRACK-FILE ASSIGN TO TRKIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRK-STATUS.

           SELECT CORRECTION-FILE ASSIGN TO CORROUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RECON-REPORT-FILE ASSIGN TO RCNRPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10; '*' in column 1
      * is a comment card.
      *   SNAPDATE yyyymmdd  date billing cut the snapshot (report)
      *   CORRECT  Y|N       write the correction batch (N)
      *   CORRSRC  xxxxxxxx  HDR source ID of the batch (BILLRECN)
      *   EXCLUDE  key       leave this key out of the batch; any
      *                      number of cards
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BILLING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BILLING-RECORD             PIC X(80).

       FD  MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-RECORD              PIC X(80).

      * INFEED shape - key in 1-10.
       FD  PENDING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PENDING-RECORD.
           05  PND-KEY                PIC X(10).
           05  FILLER                 PIC X(70).

      * REJTRACK's tracking record - the rejected feed record in 1-80,
      * so its key is in 1-10.
       FD  TRACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 100 CHARACTERS.
       01  TRACK-RECORD.
           05  TRK-KEY                PIC X(10).
           05  FILLER                 PIC X(90).

      * Same HDR/data/TRL shapes TBLLOAD reads on INFILE.
       FD  CORRECTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CORRECTION-RECORD          PIC X(80).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  RECON-REPORT-RECORD        PIC X(132).

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-CARD-ERROR-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CARD-ERROR      VALUE 'Y'.
           05  WS-PND-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PND-OPEN        VALUE 'Y'.
           05  WS-TRK-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRK-OPEN        VALUE 'Y'.
           05  WS-IN-FLIGHT-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-IN-FLIGHT       VALUE 'Y'.
           05  WS-EXCLUDED-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-KEY-EXCLUDED    VALUE 'Y'.

       01  WS-BIL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PND-STATUS              PIC X(02) VALUE SPACES.

       01  WS-TRK-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-EXIT-RC                 PIC 9(2) VALUE ZEROS.

       01  WS-SNAP-DATE               PIC X(08) VALUE SPACES.

       01  WS-CORRECT-OPTION          PIC X(01) VALUE 'N'.
           88  WS-WRITE-CORRECTIONS   VALUE 'Y'.

       01  WS-CORR-SOURCE-ID          PIC X(08) VALUE "BILLRECN".

       01  WS-EXC-MAX                 PIC 9(3) VALUE 500.

       01  WS-EXC-COUNT               PIC 9(3) VALUE ZEROS.

       01  WS-EXC-TABLE.
           05  WS-EXC-KEY             PIC X(10) OCCURS 500 TIMES.

       01  WS-EXC-IDX                 PIC 9(3).

      * Current record from each side, read INTO so the key compares
      * never touch a record area past end of file. HIGH-VALUES key
      * at end of file.
       01  WS-BILL-REC.
           05  BIL-KEY.
               10  BIL-REGION         PIC X(03).
               10  FILLER             PIC X(07).
           05  BIL-DESC               PIC X(50).
           05  BIL-AMOUNT             PIC 9(7)V99.
           05  FILLER                 PIC X(11).

       01  WS-MST-REC.
           05  MST-KEY.
               10  MST-REGION         PIC X(03).
               10  FILLER             PIC X(07).
           05  MST-DESC               PIC X(50).
           05  MST-AMOUNT             PIC 9(7)V99.
           05  MST-DEL-FLAG           PIC X(01).
               88  MST-DELETED        VALUE 'D'.
           05  FILLER                 PIC X(10).

       01  WS-PND-KEY                 PIC X(10) VALUE LOW-VALUES.

       01  WS-TRK-KEY                 PIC X(10) VALUE LOW-VALUES.

       01  WS-PRV-BILL-KEY            PIC X(10) VALUE LOW-VALUES.

       01  WS-CUR-KEY                 PIC X(10) VALUE SPACES.

       01  WS-CUR-REGION              PIC X(03) VALUE SPACES.

       01  WS-BIL-AMT                 PIC 9(7)V99 VALUE ZEROS.

       01  WS-MST-AMT                 PIC 9(7)V99 VALUE ZEROS.

       01  WS-DIFF-AMT                PIC S9(7)V99 VALUE ZEROS.

       01  WS-BILL-READ               PIC 9(9) VALUE ZEROS.

       01  WS-MST-READ                PIC 9(9) VALUE ZEROS.

       01  WS-DUP-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-HAND-COUNT              PIC 9(7) VALUE ZEROS.

      * Subtotals - entry 1 is the region in progress, entry 2 the
      * whole file.
       01  WS-TOTALS-TABLE.
           05  WS-TOT-ENTRY           OCCURS 2 TIMES.
               10  WS-T-BILL-COUNT    PIC 9(9).
               10  WS-T-BILL-AMT      PIC 9(13)V99.
               10  WS-T-MST-COUNT     PIC 9(9).
               10  WS-T-MST-AMT       PIC 9(13)V99.
               10  WS-T-MATCHED       PIC 9(9).
               10  WS-T-MISS-MST      PIC 9(9).
               10  WS-T-MISS-MST-AMT  PIC 9(13)V99.
               10  WS-T-MISS-BIL      PIC 9(9).
               10  WS-T-MISS-BIL-AMT  PIC 9(13)V99.
               10  WS-T-AMT-MISM      PIC 9(9).
               10  WS-T-DESC-MISM     PIC 9(9).
               10  WS-T-SKIPPED       PIC 9(9).

       01  WS-LVL                     PIC 9(1).

       01  WS-TOT-DIFF                PIC S9(13)V99 VALUE ZEROS.

       01  WS-EXCEPTION-COUNT         PIC 9(9) VALUE ZEROS.

      * Correction transaction in the INFEED layout - tran code in
      * column 71, effective date (blank - apply on arrival) 72-79.
       01  WS-FEED-REC.
           05  FEED-KEY               PIC X(10).
           05  FEED-DESC              PIC X(50).
           05  FEED-AMOUNT            PIC 9(7)V99.
           05  FILLER                 PIC X(01).
           05  FEED-TRAN-CODE         PIC X(01).
           05  FEED-EFF-DATE          PIC X(08).
           05  FILLER                 PIC X(01).

       01  WS-BATCH-HEADER.
           05  WS-BH-ID               PIC X(03) VALUE "HDR".
           05  WS-BH-RUN-DATE         PIC 9(8).
           05  WS-BH-SOURCE-ID        PIC X(08).
           05  FILLER                 PIC X(61) VALUE SPACES.

       01  WS-BATCH-TRAILER.
           05  WS-BT-ID               PIC X(03) VALUE "TRL".
           05  WS-BT-COUNT            PIC 9(9).
           05  WS-BT-HASH             PIC 9(13)V99.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-CORR-COUNT              PIC 9(9) VALUE ZEROS.

       01  WS-CORR-HASH               PIC 9(13)V99 VALUE ZEROS.

       01  WS-CORR-CODE               PIC X(01) VALUE SPACES.

       01  WS-RECON-HEADING.
           05  FILLER                 PIC X(42)
               VALUE "BILLRECN MASTER VS BILLING RECONCILIATION".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-OPTION-LINE.
           05  FILLER                 PIC X(15)
               VALUE "SNAPSHOT DATE: ".
           05  WS-OPT-SNAP-DATE       PIC X(08).
           05  FILLER                 PIC X(15)
               VALUE "  CORRECTIONS: ".
           05  WS-OPT-CORRECT         PIC X(03).
           05  FILLER                 PIC X(10) VALUE "  SOURCE: ".
           05  WS-OPT-SOURCE          PIC X(08).
           05  FILLER                 PIC X(17)
               VALUE "  EXCLUDED KEYS: ".
           05  WS-OPT-EXCLUDED        PIC ZZ9.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-CARD-LOG-LINE.
           05  FILLER                 PIC X(30)
               VALUE "CARD REJECTED - RUN STOPPED: ".
           05  WS-CLG-CARD            PIC X(80).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(12) VALUE "KEY".
           05  FILLER                 PIC X(22) VALUE "EXCEPTION".
           05  FILLER                 PIC X(16)
               VALUE "  BILLING AMOUNT".
           05  FILLER                 PIC X(16)
               VALUE "   MASTER AMOUNT".
           05  FILLER                 PIC X(16)
               VALUE "      DIFFERENCE".
           05  FILLER                 PIC X(06) VALUE "  CORR".
           05  FILLER                 PIC X(44) VALUE "  NOTE".

       01  WS-DETAIL-LINE.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-EXCEPTION       PIC X(22).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-BILL-AMT        PIC Z,ZZZ,ZZ9.99B.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-MST-AMT         PIC Z,ZZZ,ZZ9.99B.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-DIFF            PIC -,---,--9.99B.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-DTL-CORR            PIC X(01).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-DTL-NOTE            PIC X(34).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-DESC-LINE.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  WS-DSC-TAG             PIC X(10).
           05  WS-DSC-DESC            PIC X(50).
           05  FILLER                 PIC X(58) VALUE SPACES.

       01  WS-SUBTOTAL-LINE-1.
           05  WS-SUB-LABEL           PIC X(14).
           05  FILLER                 PIC X(09) VALUE "BILLING: ".
           05  WS-SUB-BILL-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SUB-BILL-AMT        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(10) VALUE "  MASTER: ".
           05  WS-SUB-MST-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SUB-MST-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(08) VALUE "  DIFF: ".
           05  WS-SUB-DIFF            PIC -,---,---,---,--9.99.
           05  FILLER                 PIC X(07) VALUE SPACES.

       01  WS-SUBTOTAL-LINE-2.
           05  FILLER                 PIC X(14) VALUE SPACES.
           05  FILLER                 PIC X(09) VALUE "MATCHED: ".
           05  WS-SUB-MATCHED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE "  MISS MST: ".
           05  WS-SUB-MISS-MST        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE "  MISS BIL: ".
           05  WS-SUB-MISS-BIL        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE "  AMT MISM: ".
           05  WS-SUB-AMT-MISM        PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE "  DESC MISM: ".
           05  WS-SUB-DESC-MISM       PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(12) VALUE "  SKIPPED: ".
           05  WS-SUB-SKIPPED         PIC ZZZ,ZZ9.
           05  FILLER                 PIC X(06) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-TEXT            PIC X(40).
           05  WS-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  WS-CNT-HASH-AREA.
               10  WS-CNT-HASH-TAG    PIC X(08).
               10  WS-CNT-HASH        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-KEY
               UNTIL BIL-KEY = HIGH-VALUES AND MST-KEY = HIGH-VALUES
           IF WS-CUR-REGION NOT = SPACES
               PERFORM 6000-PRINT-REGION-TOTALS
           END-IF
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-TOTALS-TABLE
           OPEN OUTPUT RECON-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE RECON-REPORT-RECORD FROM WS-RECON-HEADING
           PERFORM 1100-LOAD-PARAMETERS
           IF WS-CARD-ERROR
               MOVE "CARDS IN ERROR - NOTHING RECONCILED" TO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           MOVE WS-SNAP-DATE TO WS-OPT-SNAP-DATE
           IF WS-WRITE-CORRECTIONS
               MOVE "YES" TO WS-OPT-CORRECT
           ELSE
               MOVE "NO" TO WS-OPT-CORRECT
           END-IF
           MOVE WS-CORR-SOURCE-ID TO WS-OPT-SOURCE
           MOVE WS-EXC-COUNT TO WS-OPT-EXCLUDED
           WRITE RECON-REPORT-RECORD FROM WS-OPTION-LINE
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           OPEN INPUT BILLING-FILE
           IF WS-BIL-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "BILLING SNAPSHOT (BILLIN) OPEN FAILED - STATUS "
                      WS-BIL-STATUS
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           PERFORM 2100-READ-BILLING
           IF BIL-KEY = HIGH-VALUES
               MOVE "BILLING SNAPSHOT IS EMPTY - NOTHING RECONCILED"
                   TO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           OPEN INPUT MASTER-FILE
           PERFORM 2200-READ-MASTER
           OPEN INPUT PENDING-FILE
           IF WS-PND-STATUS = "00"
               SET WS-PND-OPEN TO TRUE
           ELSE
               MOVE HIGH-VALUES TO WS-PND-KEY
           END-IF
           OPEN INPUT TRACK-FILE
           IF WS-TRK-STATUS = "00"
               SET WS-TRK-OPEN TO TRUE
           ELSE
               MOVE HIGH-VALUES TO WS-TRK-KEY
           END-IF
           OPEN OUTPUT CORRECTION-FILE
           WRITE RECON-REPORT-RECORD FROM WS-COLUMN-LINE.

      * A card this program does not understand stops the run - a
      * mistyped EXCLUDE would otherwise let a correction through
      * that the analyst meant to hold back.
       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PARAMETER-CARD(1:1) NOT = "*"
                           AND PARAMETER-CARD NOT = SPACES
                       PERFORM 1110-APPLY-CARD
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       1110-APPLY-CARD.
           EVALUATE TRUE
               WHEN PRM-KEYWORD = "SNAPDATE"
                       AND PRM-VALUE(1:8) IS NUMERIC
                   MOVE PRM-VALUE(1:8) TO WS-SNAP-DATE
               WHEN PRM-KEYWORD = "CORRECT "
                       AND (PRM-VALUE(1:1) = "Y"
                            OR PRM-VALUE(1:1) = "N")
                   MOVE PRM-VALUE(1:1) TO WS-CORRECT-OPTION
               WHEN PRM-KEYWORD = "CORRSRC "
                       AND PRM-VALUE(1:8) NOT = SPACES
                   MOVE PRM-VALUE(1:8) TO WS-CORR-SOURCE-ID
               WHEN PRM-KEYWORD = "EXCLUDE "
                       AND PRM-VALUE(1:10) NOT = SPACES
                       AND WS-EXC-COUNT < WS-EXC-MAX
                   ADD 1 TO WS-EXC-COUNT
                   MOVE PRM-VALUE(1:10) TO WS-EXC-KEY(WS-EXC-COUNT)
               WHEN OTHER
                   SET WS-CARD-ERROR TO TRUE
                   MOVE PARAMETER-CARD TO WS-CLG-CARD
                   WRITE RECON-REPORT-RECORD FROM WS-CARD-LOG-LINE
           END-EVALUATE.

      * Every way this step can end before reconciling comes through
      * here. The correction batch is empty, so there is nothing for
      * the JCL to keep.
       1900-END-RUN.
           WRITE RECON-REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "BILLRECN - " WS-MSG-TEXT(1:70)
           CLOSE RECON-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE
           STOP RUN.

      * Three-way match on the lower of the two keys. Flag-deleted
      * master records are not live - one only matters when billing
      * still has the key.
       2000-MATCH-KEY.
           EVALUATE TRUE
               WHEN BIL-KEY < MST-KEY
                   MOVE BIL-KEY TO WS-CUR-KEY
                   PERFORM 2300-CHECK-REGION
                   PERFORM 2400-CHECK-IN-FLIGHT
                   IF WS-IN-FLIGHT
                       PERFORM 3900-COUNT-SKIPPED
                   ELSE
                       PERFORM 3100-BILLING-ONLY
                   END-IF
                   PERFORM 2100-READ-BILLING
               WHEN BIL-KEY > MST-KEY
                   IF NOT MST-DELETED
                       MOVE MST-KEY TO WS-CUR-KEY
                       PERFORM 2300-CHECK-REGION
                       PERFORM 2400-CHECK-IN-FLIGHT
                       IF WS-IN-FLIGHT
                           PERFORM 3900-COUNT-SKIPPED
                       ELSE
                           PERFORM 3200-MASTER-ONLY
                       END-IF
                   END-IF
                   PERFORM 2200-READ-MASTER
               WHEN OTHER
                   MOVE BIL-KEY TO WS-CUR-KEY
                   PERFORM 2300-CHECK-REGION
                   PERFORM 2400-CHECK-IN-FLIGHT
                   IF WS-IN-FLIGHT
                       PERFORM 3900-COUNT-SKIPPED
                   ELSE
                       IF MST-DELETED
                           PERFORM 3100-BILLING-ONLY
                       ELSE
                           PERFORM 3300-ON-BOTH
                       END-IF
                   END-IF
                   PERFORM 2100-READ-BILLING
                   PERFORM 2200-READ-MASTER
           END-EVALUATE.

      * HDR/TRL records are passed over if billing sends them. A key
      * billing sends twice is reported once and its repeat ignored.
       2100-READ-BILLING.
           MOVE SPACES TO WS-BILL-REC
           PERFORM UNTIL WS-BILL-REC NOT = SPACES
               READ BILLING-FILE INTO WS-BILL-REC
                   AT END MOVE HIGH-VALUES TO BIL-KEY
               END-READ
               EVALUATE TRUE
                   WHEN BIL-KEY = HIGH-VALUES
                       CONTINUE
                   WHEN BIL-KEY(1:3) = "HDR" OR BIL-KEY(1:3) = "TRL"
                       MOVE SPACES TO WS-BILL-REC
                   WHEN BIL-KEY = WS-PRV-BILL-KEY
                       ADD 1 TO WS-BILL-READ
                       PERFORM 2150-REPORT-DUPLICATE
                       MOVE SPACES TO WS-BILL-REC
                   WHEN OTHER
                       ADD 1 TO WS-BILL-READ
               END-EVALUATE
           END-PERFORM
           MOVE BIL-KEY TO WS-PRV-BILL-KEY.

       2150-REPORT-DUPLICATE.
           ADD 1 TO WS-DUP-COUNT
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BIL-KEY TO WS-DTL-KEY
           MOVE "DUPLICATE BILLING KEY" TO WS-DTL-EXCEPTION
           MOVE "REPEAT IGNORED" TO WS-DTL-NOTE
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE.

       2200-READ-MASTER.
           READ MASTER-FILE INTO WS-MST-REC
               AT END MOVE HIGH-VALUES TO MST-KEY
           END-READ
           IF MST-KEY NOT = HIGH-VALUES
               ADD 1 TO WS-MST-READ
           END-IF.

       2300-CHECK-REGION.
           IF WS-CUR-KEY(1:3) NOT = WS-CUR-REGION
               IF WS-CUR-REGION NOT = SPACES
                   PERFORM 6000-PRINT-REGION-TOTALS
               END-IF
               MOVE WS-CUR-KEY(1:3) TO WS-CUR-REGION
           END-IF.

      * PENDING and REJTRK are read forward in step with the match,
      * so each is passed once whatever its size.
       2400-CHECK-IN-FLIGHT.
           PERFORM UNTIL WS-PND-KEY NOT < WS-CUR-KEY
               READ PENDING-FILE
                   AT END MOVE HIGH-VALUES TO WS-PND-KEY
               END-READ
               IF WS-PND-KEY NOT = HIGH-VALUES
                   MOVE PND-KEY TO WS-PND-KEY
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-TRK-KEY NOT < WS-CUR-KEY
               READ TRACK-FILE
                   AT END MOVE HIGH-VALUES TO WS-TRK-KEY
               END-READ
               IF WS-TRK-KEY NOT = HIGH-VALUES
                   MOVE TRK-KEY TO WS-TRK-KEY
               END-IF
           END-PERFORM
           IF WS-PND-KEY = WS-CUR-KEY OR WS-TRK-KEY = WS-CUR-KEY
               SET WS-IN-FLIGHT TO TRUE
           ELSE
               MOVE 'N' TO WS-IN-FLIGHT-SWITCH
           END-IF.

      * Billed but not live on the master - an add, unless the key is
      * only flag-deleted (an add would be refused as a duplicate;
      * whether to bring it back is a hand decision).
       3100-BILLING-ONLY.
           PERFORM 3050-COUNT-BILLING
           MOVE 1 TO WS-LVL
           PERFORM 3800-ADD-MISS-MASTER
           MOVE 2 TO WS-LVL
           PERFORM 3800-ADD-MISS-MASTER
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE BIL-KEY TO WS-DTL-KEY
           MOVE "MISSING ON MASTER" TO WS-DTL-EXCEPTION
           MOVE WS-BIL-AMT TO WS-DTL-BILL-AMT
           MOVE WS-BIL-AMT TO WS-DIFF-AMT
           MOVE WS-DIFF-AMT TO WS-DTL-DIFF
           EVALUATE TRUE
               WHEN BIL-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC - BY HAND"
                       TO WS-DTL-NOTE
                   ADD 1 TO WS-HAND-COUNT
               WHEN BIL-KEY = MST-KEY
                   MOVE "FLAG-DELETED ON MASTER - BY HAND"
                       TO WS-DTL-NOTE
                   ADD 1 TO WS-HAND-COUNT
               WHEN OTHER
                   MOVE 'A' TO WS-CORR-CODE
                   MOVE BIL-KEY TO FEED-KEY
                   MOVE BIL-DESC TO FEED-DESC
                   MOVE WS-BIL-AMT TO FEED-AMOUNT
                   PERFORM 5000-WRITE-CORRECTION
           END-EVALUATE
           PERFORM 3700-WRITE-EXCEPTION.

      * Live on the master, not billed - a delete.
       3200-MASTER-ONLY.
           PERFORM 3060-COUNT-MASTER
           MOVE 1 TO WS-LVL
           PERFORM 3810-ADD-MISS-BILLING
           MOVE 2 TO WS-LVL
           PERFORM 3810-ADD-MISS-BILLING
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE MST-KEY TO WS-DTL-KEY
           MOVE "MISSING FROM BILLING" TO WS-DTL-EXCEPTION
           MOVE WS-MST-AMT TO WS-DTL-MST-AMT
           COMPUTE WS-DIFF-AMT = 0 - WS-MST-AMT
           MOVE WS-DIFF-AMT TO WS-DTL-DIFF
           MOVE 'D' TO WS-CORR-CODE
           MOVE MST-KEY TO FEED-KEY
           MOVE MST-DESC TO FEED-DESC
           MOVE WS-MST-AMT TO FEED-AMOUNT
           PERFORM 5000-WRITE-CORRECTION
           PERFORM 3700-WRITE-EXCEPTION.

      * On both sides - an update to billing's image if either the
      * amount or the description differs.
       3300-ON-BOTH.
           PERFORM 3050-COUNT-BILLING
           PERFORM 3060-COUNT-MASTER
           MOVE SPACES TO WS-DETAIL-LINE
           EVALUATE TRUE
               WHEN BIL-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT MISMATCH" TO WS-DTL-EXCEPTION
                   MOVE "AMOUNT NOT NUMERIC - BY HAND"
                       TO WS-DTL-NOTE
                   ADD 1 TO WS-HAND-COUNT
                   MOVE 1 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
                   MOVE 2 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
               WHEN WS-BIL-AMT NOT = WS-MST-AMT
                       AND BIL-DESC NOT = MST-DESC
                   MOVE "AMOUNT/DESC MISMATCH" TO WS-DTL-EXCEPTION
                   MOVE 1 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
                   ADD 1 TO WS-T-DESC-MISM(WS-LVL)
                   MOVE 2 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
                   ADD 1 TO WS-T-DESC-MISM(WS-LVL)
               WHEN WS-BIL-AMT NOT = WS-MST-AMT
                   MOVE "AMOUNT MISMATCH" TO WS-DTL-EXCEPTION
                   MOVE 1 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
                   MOVE 2 TO WS-LVL
                   ADD 1 TO WS-T-AMT-MISM(WS-LVL)
               WHEN BIL-DESC NOT = MST-DESC
                   MOVE "DESC MISMATCH" TO WS-DTL-EXCEPTION
                   MOVE 1 TO WS-LVL
                   ADD 1 TO WS-T-DESC-MISM(WS-LVL)
                   MOVE 2 TO WS-LVL
                   ADD 1 TO WS-T-DESC-MISM(WS-LVL)
               WHEN OTHER
                   MOVE 1 TO WS-LVL
                   ADD 1 TO WS-T-MATCHED(WS-LVL)
                   MOVE 2 TO WS-LVL
                   ADD 1 TO WS-T-MATCHED(WS-LVL)
           END-EVALUATE
           IF WS-DTL-EXCEPTION NOT = SPACES
               MOVE BIL-KEY TO WS-DTL-KEY
               MOVE WS-BIL-AMT TO WS-DTL-BILL-AMT
               MOVE WS-MST-AMT TO WS-DTL-MST-AMT
               COMPUTE WS-DIFF-AMT = WS-BIL-AMT - WS-MST-AMT
               MOVE WS-DIFF-AMT TO WS-DTL-DIFF
               IF WS-DTL-NOTE = SPACES
                   MOVE 'U' TO WS-CORR-CODE
                   MOVE BIL-KEY TO FEED-KEY
                   MOVE BIL-DESC TO FEED-DESC
                   MOVE WS-BIL-AMT TO FEED-AMOUNT
                   PERFORM 5000-WRITE-CORRECTION
               END-IF
               PERFORM 3700-WRITE-EXCEPTION
               IF BIL-DESC NOT = MST-DESC
                   MOVE "BILLING: " TO WS-DSC-TAG
                   MOVE BIL-DESC TO WS-DSC-DESC
                   WRITE RECON-REPORT-RECORD FROM WS-DESC-LINE
                   MOVE "MASTER:  " TO WS-DSC-TAG
                   MOVE MST-DESC TO WS-DSC-DESC
                   WRITE RECON-REPORT-RECORD FROM WS-DESC-LINE
               END-IF
           END-IF.

       3050-COUNT-BILLING.
           MOVE ZEROS TO WS-BIL-AMT
           IF BIL-AMOUNT IS NUMERIC
               MOVE BIL-AMOUNT TO WS-BIL-AMT
           END-IF
           MOVE 1 TO WS-LVL
           ADD 1 TO WS-T-BILL-COUNT(WS-LVL)
           ADD WS-BIL-AMT TO WS-T-BILL-AMT(WS-LVL)
           MOVE 2 TO WS-LVL
           ADD 1 TO WS-T-BILL-COUNT(WS-LVL)
           ADD WS-BIL-AMT TO WS-T-BILL-AMT(WS-LVL).

       3060-COUNT-MASTER.
           MOVE ZEROS TO WS-MST-AMT
           IF MST-AMOUNT IS NUMERIC
               MOVE MST-AMOUNT TO WS-MST-AMT
           END-IF
           MOVE 1 TO WS-LVL
           ADD 1 TO WS-T-MST-COUNT(WS-LVL)
           ADD WS-MST-AMT TO WS-T-MST-AMT(WS-LVL)
           MOVE 2 TO WS-LVL
           ADD 1 TO WS-T-MST-COUNT(WS-LVL)
           ADD WS-MST-AMT TO WS-T-MST-AMT(WS-LVL).

      * Caller has filled the detail line; the correction code (or
      * a hand-correction note) goes on it here.
       3700-WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           IF WS-DTL-NOTE = SPACES
               IF WS-KEY-EXCLUDED
                   MOVE "EXCLUDED BY CARD - NOT IN BATCH"
                       TO WS-DTL-NOTE
               ELSE
                   MOVE WS-CORR-CODE TO WS-DTL-CORR
               END-IF
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-DETAIL-LINE.

       3800-ADD-MISS-MASTER.
           ADD 1 TO WS-T-MISS-MST(WS-LVL)
           ADD WS-BIL-AMT TO WS-T-MISS-MST-AMT(WS-LVL).

       3810-ADD-MISS-BILLING.
           ADD 1 TO WS-T-MISS-BIL(WS-LVL)
           ADD WS-MST-AMT TO WS-T-MISS-BIL-AMT(WS-LVL).

       3900-COUNT-SKIPPED.
           MOVE 1 TO WS-LVL
           ADD 1 TO WS-T-SKIPPED(WS-LVL)
           MOVE 2 TO WS-LVL
           ADD 1 TO WS-T-SKIPPED(WS-LVL).

      * Caller has set the key, description, amount and code. The
      * header goes out ahead of the first correction only; with
      * CORRECT N, or for an excluded key, nothing is written.
       5000-WRITE-CORRECTION.
           MOVE 'N' TO WS-EXCLUDED-SWITCH
           PERFORM VARYING WS-EXC-IDX FROM 1 BY 1
                   UNTIL WS-EXC-IDX > WS-EXC-COUNT
               IF WS-EXC-KEY(WS-EXC-IDX) = FEED-KEY
                   SET WS-KEY-EXCLUDED TO TRUE
               END-IF
           END-PERFORM
           IF WS-WRITE-CORRECTIONS AND NOT WS-KEY-EXCLUDED
               MOVE WS-CORR-CODE TO FEED-TRAN-CODE
               MOVE SPACES TO FEED-EFF-DATE
               IF WS-CORR-COUNT = ZEROS
                   MOVE WS-CURRENT-DATE TO WS-BH-RUN-DATE
                   MOVE WS-CORR-SOURCE-ID TO WS-BH-SOURCE-ID
                   WRITE CORRECTION-RECORD FROM WS-BATCH-HEADER
               END-IF
               WRITE CORRECTION-RECORD FROM WS-FEED-REC
               ADD 1 TO WS-CORR-COUNT
               ADD FEED-AMOUNT TO WS-CORR-HASH
           END-IF.

       6000-PRINT-REGION-TOTALS.
           MOVE 1 TO WS-LVL
           MOVE SPACES TO WS-SUB-LABEL
           STRING "REGION " WS-CUR-REGION
                  DELIMITED BY SIZE
                  INTO WS-SUB-LABEL
           PERFORM 6100-PRINT-TOTAL-LINES
           INITIALIZE WS-TOT-ENTRY(1).

       6100-PRINT-TOTAL-LINES.
           MOVE WS-T-BILL-COUNT(WS-LVL) TO WS-SUB-BILL-COUNT
           MOVE WS-T-BILL-AMT(WS-LVL) TO WS-SUB-BILL-AMT
           MOVE WS-T-MST-COUNT(WS-LVL) TO WS-SUB-MST-COUNT
           MOVE WS-T-MST-AMT(WS-LVL) TO WS-SUB-MST-AMT
           COMPUTE WS-TOT-DIFF =
               WS-T-BILL-AMT(WS-LVL) - WS-T-MST-AMT(WS-LVL)
           MOVE WS-TOT-DIFF TO WS-SUB-DIFF
           WRITE RECON-REPORT-RECORD FROM WS-SUBTOTAL-LINE-1
           MOVE WS-T-MATCHED(WS-LVL) TO WS-SUB-MATCHED
           MOVE WS-T-MISS-MST(WS-LVL) TO WS-SUB-MISS-MST
           MOVE WS-T-MISS-BIL(WS-LVL) TO WS-SUB-MISS-BIL
           MOVE WS-T-AMT-MISM(WS-LVL) TO WS-SUB-AMT-MISM
           MOVE WS-T-DESC-MISM(WS-LVL) TO WS-SUB-DESC-MISM
           MOVE WS-T-SKIPPED(WS-LVL) TO WS-SUB-SKIPPED
           WRITE RECON-REPORT-RECORD FROM WS-SUBTOTAL-LINE-2
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD.

       7000-WRITE-TRAILER.
           IF WS-CORR-COUNT > ZEROS
               MOVE WS-CORR-COUNT TO WS-BT-COUNT
               MOVE WS-CORR-HASH TO WS-BT-HASH
               WRITE CORRECTION-RECORD FROM WS-BATCH-TRAILER
           END-IF.

       8000-WRITE-TOTALS.
           MOVE 2 TO WS-LVL
           MOVE "FILE TOTAL" TO WS-SUB-LABEL
           PERFORM 6100-PRINT-TOTAL-LINES
           MOVE "BILLING RECORDS READ" TO WS-CNT-TEXT
           MOVE WS-BILL-READ TO WS-CNT-VALUE
           MOVE SPACES TO WS-CNT-HASH-AREA
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "MASTER RECORDS READ (INCL FLAG-DELETED)"
               TO WS-CNT-TEXT
           MOVE WS-MST-READ TO WS-CNT-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "DUPLICATE BILLING KEYS" TO WS-CNT-TEXT
           MOVE WS-DUP-COUNT TO WS-CNT-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "DIFFERENCES LEFT FOR HAND CORRECTION" TO WS-CNT-TEXT
           MOVE WS-HAND-COUNT TO WS-CNT-VALUE
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "CORRECTION BATCH RECORDS" TO WS-CNT-TEXT
           MOVE WS-CORR-COUNT TO WS-CNT-VALUE
           MOVE "  HASH: " TO WS-CNT-HASH-TAG
           MOVE WS-CORR-HASH TO WS-CNT-HASH
           WRITE RECON-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE SPACES TO RECON-REPORT-RECORD
           WRITE RECON-REPORT-RECORD
           IF WS-EXCEPTION-COUNT > ZEROS
               MOVE SPACES TO WS-MSG-TEXT
               EVALUATE TRUE
                   WHEN WS-CORR-COUNT > ZEROS
                       MOVE 4 TO WS-EXIT-RC
                       STRING "MASTER AND BILLING DIFFER - REVIEW THE "
                              "CORRECTION BATCH BEFORE QUEUEING IT"
                              DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                   WHEN WS-WRITE-CORRECTIONS
                       MOVE 2 TO WS-EXIT-RC
                       STRING "MASTER AND BILLING DIFFER - NOTHING "
                              "FOR THE BATCH (ALL EXCLUDED OR LEFT "
                              "FOR HAND CORRECTION)"
                              DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
                   WHEN OTHER
                       MOVE 2 TO WS-EXIT-RC
                       STRING "MASTER AND BILLING DIFFER - NO "
                              "CORRECTIONS WRITTEN (CORRECT N)"
                              DELIMITED BY SIZE
                              INTO WS-MSG-TEXT
               END-EVALUATE
           ELSE
               MOVE "MASTER AND BILLING AGREE" TO WS-MSG-TEXT
           END-IF
           WRITE RECON-REPORT-RECORD FROM WS-MESSAGE-LINE.

       9000-TERMINATE.
           CLOSE BILLING-FILE
           CLOSE MASTER-FILE
           IF WS-PND-OPEN
               CLOSE PENDING-FILE
           END-IF
           IF WS-TRK-OPEN
               CLOSE TRACK-FILE
           END-IF
           CLOSE CORRECTION-FILE
           CLOSE RECON-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE.
