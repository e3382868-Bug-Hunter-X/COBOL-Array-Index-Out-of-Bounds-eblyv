       IDENTIFICATION DIVISION.
       PROGRAM-ID. MEMOVE.

      * Month-over-month region movement report. Compares this
      * month's frozen month-end snapshot (MECLOSE) with last
      * month's, key by key, and for each region shows the opening
      * balance, what moved in and out during the month, and the
      * closing balance:
      *
      *   ADDS          keys new to the active master, added by a feed
      *                 batch or online (an ADD on the audit trail)
      *   UPDATES NET   net amount change on keys active at both ends
      *   DELETES       keys deleted or flag-deleted (a DELETE on the
      *                 audit trail, or still there flag-deleted)
      *   ARCHIVED-OUT  keys that left with no delete behind them -
      *                 ARCPURGE aged them onto the archive
      *   RESTORED-IN   keys that came back with no add behind them -
      *                 ARCREST brought them back from the archive
      *
      * Balances are active (not flag-deleted) records only, the same
      * basis GLEXTR posts on. Each region must roll forward (opening
      * plus movement equals closing, in count and amount), its
      * opening must tie to the GLEXTR region record of last month's
      * close night and its closing to this month's - both carried on
      * the month-end control generations (WSMECTL) - and the report
      * totals must foot to both nights' GL control records and to
      * the snapshots' own control records. Any region or total that
      * does not is flagged, and the step ends RC=8.
      *
      * Region figures are in the region's own currency, taken from
      * the GL region records (blank on generations cut before
      * currencies - those regions were base). A region in any other
      * currency prints a second, base-currency line: opening and
      * closing as GLEXTR posted them on each close night, the
      * month's movements at the FXRATE rate in force on this month's
      * close night (latest dated on or before it). The TOT line is in
      * base currency only, base regions counting at face, and the
      * difference the rates made over the month prints beneath it as
      * the FX revaluation. The totals' amount proofs against the GL
      * and snapshot controls remain control sums across currencies;
      * the base totals are proved against both GL control records
      * as well. A region with no rate for the close night is flagged
      * and its base movements are left at zero.
      *
      * Inputs are both snapshots in key order and the audit trail
      * (batch AUDIT plus the online AUDT dataset) sorted by key and
      * then date and time; audit records count only when dated after
      * last month's close night, up to this month's. With no prior
      * month-end on file (the first close) the opening is zero and
      * the opening ties are skipped. RC=16 if this month's control
      * generation is missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURRENT-SNAP-FILE ASSIGN TO CURSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUR-STATUS.

           SELECT PRIOR-SNAP-FILE ASSIGN TO PRVSNAP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT CURRENT-CONTROL-FILE ASSIGN TO CURCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CURC-STATUS.

           SELECT PRIOR-CONTROL-FILE ASSIGN TO PRVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRVC-STATUS.

           SELECT AUDIT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT MOVEMENT-REPORT-FILE ASSIGN TO MOVRPT
               ORGANIZATION IS SEQUENTIAL.

      * Daily exchange-rate reference (WSFXRATE layout).
           SELECT FX-RATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FXF-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same 80-byte record shape as WS-TABLE-ENTRY in WSAREA.
       FD  CURRENT-SNAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CURRENT-SNAP-RECORD        PIC X(80).

       FD  PRIOR-SNAP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-SNAP-RECORD          PIC X(80).

       FD  CURRENT-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CURRENT-CONTROL-RECORD     PIC X(80).

       FD  PRIOR-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-CONTROL-RECORD       PIC X(80).

       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  AUDIT-RECORD               PIC X(200).

       FD  MOVEMENT-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MOVEMENT-REPORT-RECORD     PIC X(132).

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
           COPY WSMECTL.
           COPY WSAUDREC.
           COPY WSFXRATE.

       01  WS-SWITCHES.
           05  WS-CUR-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CUR-EOF         VALUE 'Y'.
           05  WS-PRV-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRV-EOF         VALUE 'Y'.
           05  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-AUD-EOF         VALUE 'Y'.
           05  WS-CTL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CTL-EOF         VALUE 'Y'.
           05  WS-PRIOR-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PRIOR-ON-FILE   VALUE 'Y'.
           05  WS-CURRENT-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CURRENT-ON-FILE VALUE 'Y'.
           05  WS-MISMATCH-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MISMATCH-RAISED VALUE 'Y'.
           05  WS-REGION-FLAG-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-REGION-FLAGGED  VALUE 'Y'.
           05  WS-TABLE-FULL-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-TABLE-FULL      VALUE 'Y'.
           05  WS-FX-EOF-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-FX-EOF          VALUE 'Y'.
           05  WS-NO-RATE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-RATE-MISSING    VALUE 'Y'.

       01  WS-CUR-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRV-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURC-STATUS             PIC X(02) VALUE SPACES.

       01  WS-PRVC-STATUS             PIC X(02) VALUE SPACES.

       01  WS-AUD-STATUS              PIC X(02) VALUE SPACES.

       01  WS-FXF-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * Both snapshots are read into these, so the key a file ran out
      * on can be set to HIGH-VALUES whether or not it was opened.
       01  WS-CURRENT-SNAP.
           05  CUR-KEY                PIC X(10).
           05  FILLER                 PIC X(50).
           05  CUR-AMOUNT             PIC 9(7)V99.
           05  CUR-DEL-FLAG           PIC X(01).
               88  CUR-DELETED        VALUE 'D'.
           05  FILLER                 PIC X(10).

       01  WS-PRIOR-SNAP.
           05  PRV-KEY                PIC X(10).
           05  FILLER                 PIC X(50).
           05  PRV-AMOUNT             PIC 9(7)V99.
           05  PRV-DEL-FLAG           PIC X(01).
               88  PRV-DELETED        VALUE 'D'.
           05  FILLER                 PIC X(10).

      * Month-end control figures, this month's and last month's.
       01  WS-CUR-PERIOD              PIC 9(6) VALUE ZEROS.

       01  WS-CUR-CLOSE-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-CUR-ACT-COUNT           PIC 9(9) VALUE ZEROS.

       01  WS-CUR-ACT-AMOUNT          PIC 9(13)V99 VALUE ZEROS.

       01  WS-CUR-GL-RECORDS          PIC 9(9) VALUE ZEROS.

       01  WS-CUR-GL-AMOUNT           PIC 9(13)V99 VALUE ZEROS.

       01  WS-CUR-GL-BASE             PIC 9(13)V99 VALUE ZEROS.

       01  WS-PRV-PERIOD              PIC 9(6) VALUE ZEROS.

       01  WS-PRV-CLOSE-DATE          PIC 9(8) VALUE ZEROS.

       01  WS-PRV-ACT-COUNT           PIC 9(9) VALUE ZEROS.

       01  WS-PRV-ACT-AMOUNT          PIC 9(13)V99 VALUE ZEROS.

       01  WS-PRV-GL-RECORDS          PIC 9(9) VALUE ZEROS.

       01  WS-PRV-GL-AMOUNT           PIC 9(13)V99 VALUE ZEROS.

       01  WS-PRV-GL-BASE             PIC 9(13)V99 VALUE ZEROS.

      * The key being matched across both snapshots and the trail.
       01  WS-MATCH-KEY               PIC X(10) VALUE SPACES.

       01  WS-OLD-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-OLD-ACTIVE          VALUE 'Y'.

       01  WS-NEW-ACTIVE-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-NEW-ACTIVE          VALUE 'Y'.

       01  WS-NEW-PRESENT-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-NEW-PRESENT         VALUE 'Y'.

       01  WS-KEY-ADDED-SWITCH        PIC X(01) VALUE 'N'.
           88  WS-KEY-ADDED           VALUE 'Y'.

       01  WS-KEY-DELETED-SWITCH      PIC X(01) VALUE 'N'.
           88  WS-KEY-DELETED         VALUE 'Y'.

       01  WS-OLD-AMOUNT              PIC 9(7)V99 VALUE ZEROS.

       01  WS-NEW-AMOUNT              PIC 9(7)V99 VALUE ZEROS.

       01  WS-SEARCH-REGION           PIC X(03) VALUE SPACES.

       01  WS-LAST-REGION             PIC X(03) VALUE SPACES.

       01  WS-MV-MAX                  PIC 9(3) VALUE 200.

       01  WS-MV-COUNT                PIC 9(3) VALUE ZEROS.

       01  WS-MV-IDX                  PIC 9(3) VALUE ZEROS.

       01  WS-MV-FOUND                PIC 9(3) VALUE ZEROS.

       01  WS-MV-SHIFT                PIC 9(3) VALUE ZEROS.

       01  WS-FX-IDX                  PIC 9(3) VALUE ZEROS.

       01  WS-FX-FND-IDX              PIC 9(3) VALUE ZEROS.

       01  WS-FX-SEARCH-CCY           PIC X(03) VALUE SPACES.

      * One entry per region seen on either snapshot or either GL
      * extract, kept in region-code order.
       01  WS-MV-TABLE.
           05  WS-MV-ENTRY            OCCURS 200 TIMES.
               10  WS-MV-REGION       PIC X(03).
               10  WS-MV-CURRENCY     PIC X(03).
               10  WS-MV-GLO-COUNT    PIC 9(7).
               10  WS-MV-GLO-AMOUNT   PIC 9(11)V99.
               10  WS-MV-GLO-BASE     PIC 9(11)V99.
               10  WS-MV-GLC-COUNT    PIC 9(7).
               10  WS-MV-GLC-AMOUNT   PIC 9(11)V99.
               10  WS-MV-GLC-BASE     PIC 9(11)V99.
               10  WS-MV-OPEN-COUNT   PIC 9(7).
               10  WS-MV-OPEN-AMOUNT  PIC 9(11)V99.
               10  WS-MV-ADD-COUNT    PIC 9(7).
               10  WS-MV-ADD-AMOUNT   PIC 9(11)V99.
               10  WS-MV-UPD-COUNT    PIC 9(7).
               10  WS-MV-UPD-NET      PIC S9(11)V99.
               10  WS-MV-DEL-COUNT    PIC 9(7).
               10  WS-MV-DEL-AMOUNT   PIC 9(11)V99.
               10  WS-MV-ARC-COUNT    PIC 9(7).
               10  WS-MV-ARC-AMOUNT   PIC 9(11)V99.
               10  WS-MV-RST-COUNT    PIC 9(7).
               10  WS-MV-RST-AMOUNT   PIC 9(11)V99.
               10  WS-MV-CLOSE-COUNT  PIC 9(7).
               10  WS-MV-CLOSE-AMOUNT PIC 9(11)V99.

      * Grand totals, and the roll-forward work fields.
       01  WS-TOTALS.
           05  WS-TOT-OPEN-COUNT      PIC 9(9) VALUE ZEROS.
           05  WS-TOT-OPEN-AMOUNT     PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ADD-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-TOT-ADD-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-UPD-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-TOT-UPD-NET         PIC S9(13)V99 VALUE ZEROS.
           05  WS-TOT-DEL-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-TOT-DEL-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-ARC-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-TOT-ARC-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-RST-COUNT       PIC 9(9) VALUE ZEROS.
           05  WS-TOT-RST-AMOUNT      PIC 9(13)V99 VALUE ZEROS.
           05  WS-TOT-CLOSE-COUNT     PIC 9(9) VALUE ZEROS.
           05  WS-TOT-CLOSE-AMOUNT    PIC 9(13)V99 VALUE ZEROS.

      * The same totals in base currency - what the TOT line prints.
       01  WS-BASE-TOTALS.
           05  WS-TBS-OPEN            PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-ADD             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-UPD             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-DEL             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-ARC             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-RST             PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-CLOSE           PIC S9(13)V99 VALUE ZEROS.
           05  WS-TBS-REVAL           PIC S9(13)V99 VALUE ZEROS.

      * One region's figures in base currency.
       01  WS-REGION-BASE.
           05  WS-RBS-OPEN            PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-ADD             PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-UPD             PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-DEL             PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-ARC             PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-RST             PIC S9(11)V99 VALUE ZEROS.
           05  WS-RBS-CLOSE           PIC S9(11)V99 VALUE ZEROS.

       01  WS-ROLL-COUNT              PIC S9(9) VALUE ZEROS.

       01  WS-PROOF-LEFT              PIC S9(13)V99 VALUE ZEROS.

       01  WS-PROOF-RIGHT             PIC S9(13)V99 VALUE ZEROS.

       01  WS-ROLL-AMOUNT             PIC S9(13)V99 VALUE ZEROS.

       01  WS-MOVE-HEADING.
           05  FILLER                 PIC X(36)
               VALUE "MEMOVE MONTH-END REGION MOVEMENT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(08) VALUE "PERIOD: ".
           05  WS-PRD-CUR-PERIOD      PIC 9(6).
           05  FILLER                 PIC X(15)
               VALUE "  CLOSE NIGHT: ".
           05  WS-PRD-CUR-DATE        PIC 9(8).
           05  FILLER                 PIC X(16)
               VALUE "  PRIOR PERIOD: ".
           05  WS-PRD-PRV-PERIOD      PIC 9(6).
           05  FILLER                 PIC X(15)
               VALUE "  CLOSE NIGHT: ".
           05  WS-PRD-PRV-DATE        PIC 9(8).
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                 PIC X(03) VALUE "RGN".
           05  FILLER                 PIC X(18)
               VALUE "          OPENING ".
           05  FILLER                 PIC X(18)
               VALUE "             ADDS ".
           05  FILLER                 PIC X(18)
               VALUE "      UPDATES NET ".
           05  FILLER                 PIC X(18)
               VALUE "          DELETES ".
           05  FILLER                 PIC X(18)
               VALUE "     ARCHIVED-OUT ".
           05  FILLER                 PIC X(18)
               VALUE "      RESTORED-IN ".
           05  FILLER                 PIC X(18)
               VALUE "          CLOSING ".
           05  FILLER                 PIC X(03) VALUE SPACES.

       01  WS-COLUMN-NOTE.
           05  FILLER                 PIC X(132)
               VALUE "    (SECOND LINE: RECORD COUNTS - UNDER UPDATES, K
      -        "EYS WHOSE AMOUNT CHANGED)".

       01  WS-CURRENCY-NOTE.
           05  FILLER                 PIC X(132)
               VALUE "    (REGIONS NOT IN BASE CURRENCY ADD A BASE-CURRE
      -        "NCY LINE, MOVES AT THE CLOSE-NIGHT RATE - TOT IS IN BASE
      -        " CURRENCY)".

       01  WS-AMOUNT-LINE.
           05  WS-AML-REGION          PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-OPEN            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-ADD             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-UPD             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-DEL             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-ARC             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-RST             PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-CLOSE           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-AML-FLAG            PIC X(02).

       01  WS-COUNT-LINE.
           05  WS-CNL-CCY             PIC X(03).
           05  FILLER                 PIC X(06) VALUE SPACES.
           05  WS-CNL-OPEN            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-ADD             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-UPD             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-DEL             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-ARC             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-RST             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(07) VALUE SPACES.
           05  WS-CNL-CLOSE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-FLAG-LINE.
           05  FILLER                 PIC X(06) VALUE "  ** ".
           05  WS-FLG-REGION          PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-FLG-TEXT            PIC X(40).
           05  WS-FLG-LEFT-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-FLG-LEFT-AMOUNT     PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(04) VALUE " VS ".
           05  WS-FLG-RIGHT-COUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-FLG-RIGHT-AMOUNT    PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-PROOF-COUNT-LINE.
           05  WS-PRC-TEXT            PIC X(40).
           05  WS-PRC-LEFT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE " VS ".
           05  WS-PRC-RIGHT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PRC-RESULT          PIC X(10).
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-PROOF-AMOUNT-LINE.
           05  WS-PRF-TEXT            PIC X(40).
           05  WS-PRF-LEFT            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(04) VALUE " VS ".
           05  WS-PRF-RIGHT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-PRF-RESULT          PIC X(10).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-REVAL-LINE.
           05  WS-RVL-TEXT            PIC X(40).
           05  WS-RVL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                 PIC X(71) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MATCH-KEY
               UNTIL WS-CUR-EOF AND WS-PRV-EOF
           PERFORM 7000-PRINT-REGIONS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT MOVEMENT-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE MOVEMENT-REPORT-RECORD FROM WS-MOVE-HEADING
           PERFORM 1100-LOAD-PRIOR-CONTROL
           PERFORM 1200-LOAD-CURRENT-CONTROL
           IF NOT WS-CURRENT-ON-FILE
               MOVE "MONTH-END CONTROL GENERATION MISSING - NO REPORT"
                   TO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           PERFORM 1300-LOAD-EXCHANGE-RATES
           MOVE WS-CUR-PERIOD TO WS-PRD-CUR-PERIOD
           MOVE WS-CUR-CLOSE-DATE TO WS-PRD-CUR-DATE
           MOVE WS-PRV-PERIOD TO WS-PRD-PRV-PERIOD
           MOVE WS-PRV-CLOSE-DATE TO WS-PRD-PRV-DATE
           WRITE MOVEMENT-REPORT-RECORD FROM WS-PERIOD-LINE
           IF NOT WS-PRIOR-ON-FILE
               MOVE "NO PRIOR MONTH-END ON FILE - OPENING BALANCES ARE Z
      -            "ERO AND THE OPENING TIES ARE SKIPPED" TO WS-MSG-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           OPEN INPUT CURRENT-SNAP-FILE
           IF WS-CUR-STATUS = "00"
               PERFORM 2800-READ-CURRENT
           ELSE
               MOVE "THIS MONTH'S SNAPSHOT MISSING - NO REPORT"
                   TO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           OPEN INPUT PRIOR-SNAP-FILE
           IF WS-PRV-STATUS = "00" AND WS-PRIOR-ON-FILE
               PERFORM 2850-READ-PRIOR
           ELSE
               SET WS-PRV-EOF TO TRUE
               MOVE HIGH-VALUES TO PRV-KEY
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS = "00"
               PERFORM 2900-READ-AUDIT
           ELSE
               SET WS-AUD-EOF TO TRUE
               MOVE HIGH-VALUES TO AUD-KEY
               MOVE SPACES TO WS-MSG-TEXT
               STRING "AUDIT TRAIL NOT READ - EVERY KEY THAT LEFT"
                      " COUNTS AS ARCHIVED-OUT, EVERY KEY THAT"
                      " ARRIVED AS RESTORED-IN"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

      * Last month's generation: the 'M' record, the GL region records
      * that become each region's GL opening, and the GL 'C' record.
      * Missing, empty, or bootstrap-blank before the first close.
       1100-LOAD-PRIOR-CONTROL.
           OPEN INPUT PRIOR-CONTROL-FILE
           IF WS-PRVC-STATUS = "00"
               MOVE 'N' TO WS-CTL-EOF-SWITCH
               READ PRIOR-CONTROL-FILE INTO WS-ME-CONTROL-REC
                   AT END SET WS-CTL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CTL-EOF
                   EVALUATE TRUE
                       WHEN MEC-MONTH-END-REC
                           SET WS-PRIOR-ON-FILE TO TRUE
                           MOVE MEC-PERIOD TO WS-PRV-PERIOD
                           MOVE MEC-CLOSE-DATE TO WS-PRV-CLOSE-DATE
                           MOVE MEC-ACTIVE-RECORDS TO WS-PRV-ACT-COUNT
                           MOVE MEC-ACTIVE-AMOUNT TO WS-PRV-ACT-AMOUNT
                       WHEN MEC-GL-DETAIL-REC
                           MOVE MEC-GLD-REGION TO WS-SEARCH-REGION
                           PERFORM 6000-FIND-REGION
                           IF WS-MV-FOUND > 0
                               MOVE MEC-GLD-COUNT
                                   TO WS-MV-GLO-COUNT(WS-MV-FOUND)
                               MOVE MEC-GLD-AMOUNT
                                   TO WS-MV-GLO-AMOUNT(WS-MV-FOUND)
                               MOVE MEC-GLD-AMOUNT
                                   TO WS-MV-GLO-BASE(WS-MV-FOUND)
                               IF MEC-GLD-BASE-AMOUNT IS NUMERIC
                                   MOVE MEC-GLD-BASE-AMOUNT
                                       TO WS-MV-GLO-BASE(WS-MV-FOUND)
                               END-IF
                               IF MEC-GLD-CURRENCY NOT = SPACES
                                   MOVE MEC-GLD-CURRENCY
                                       TO WS-MV-CURRENCY(WS-MV-FOUND)
                               END-IF
                           END-IF
                       WHEN MEC-GL-CONTROL-REC
                           MOVE MEC-GLC-RECORDS TO WS-PRV-GL-RECORDS
                           MOVE MEC-GLC-AMOUNT TO WS-PRV-GL-AMOUNT
                           MOVE MEC-GLC-AMOUNT TO WS-PRV-GL-BASE
                           IF MEC-GLC-BASE-AMOUNT IS NUMERIC
                               MOVE MEC-GLC-BASE-AMOUNT
                                   TO WS-PRV-GL-BASE
                           END-IF
                   END-EVALUATE
                   READ PRIOR-CONTROL-FILE INTO WS-ME-CONTROL-REC
                       AT END SET WS-CTL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PRIOR-CONTROL-FILE
           END-IF.

       1200-LOAD-CURRENT-CONTROL.
           OPEN INPUT CURRENT-CONTROL-FILE
           IF WS-CURC-STATUS = "00"
               MOVE 'N' TO WS-CTL-EOF-SWITCH
               READ CURRENT-CONTROL-FILE INTO WS-ME-CONTROL-REC
                   AT END SET WS-CTL-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-CTL-EOF
                   EVALUATE TRUE
                       WHEN MEC-MONTH-END-REC
                           SET WS-CURRENT-ON-FILE TO TRUE
                           MOVE MEC-PERIOD TO WS-CUR-PERIOD
                           MOVE MEC-CLOSE-DATE TO WS-CUR-CLOSE-DATE
                           MOVE MEC-ACTIVE-RECORDS TO WS-CUR-ACT-COUNT
                           MOVE MEC-ACTIVE-AMOUNT TO WS-CUR-ACT-AMOUNT
                       WHEN MEC-GL-DETAIL-REC
                           MOVE MEC-GLD-REGION TO WS-SEARCH-REGION
                           PERFORM 6000-FIND-REGION
                           IF WS-MV-FOUND > 0
                               MOVE MEC-GLD-COUNT
                                   TO WS-MV-GLC-COUNT(WS-MV-FOUND)
                               MOVE MEC-GLD-AMOUNT
                                   TO WS-MV-GLC-AMOUNT(WS-MV-FOUND)
                               MOVE MEC-GLD-AMOUNT
                                   TO WS-MV-GLC-BASE(WS-MV-FOUND)
                               IF MEC-GLD-BASE-AMOUNT IS NUMERIC
                                   MOVE MEC-GLD-BASE-AMOUNT
                                       TO WS-MV-GLC-BASE(WS-MV-FOUND)
                               END-IF
                               IF MEC-GLD-CURRENCY NOT = SPACES
                                   MOVE MEC-GLD-CURRENCY
                                       TO WS-MV-CURRENCY(WS-MV-FOUND)
                               END-IF
                           END-IF
                       WHEN MEC-GL-CONTROL-REC
                           MOVE MEC-GLC-RECORDS TO WS-CUR-GL-RECORDS
                           MOVE MEC-GLC-AMOUNT TO WS-CUR-GL-AMOUNT
                           MOVE MEC-GLC-AMOUNT TO WS-CUR-GL-BASE
                           IF MEC-GLC-BASE-AMOUNT IS NUMERIC
                               MOVE MEC-GLC-BASE-AMOUNT
                                   TO WS-CUR-GL-BASE
                           END-IF
                   END-EVALUATE
                   READ CURRENT-CONTROL-FILE INTO WS-ME-CONTROL-REC
                       AT END SET WS-CTL-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE CURRENT-CONTROL-FILE
           END-IF.

      * Each currency's latest rate dated on or before this month's
      * close night - the rate GLEXTR posted the closing balances at.
      * Later-dated records, unusable rates and the base currency
      * itself are skipped; a missing FXRATE leaves the table empty
      * and every region not in base currency is flagged.
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
                           AND FXR-RATE-DATE NOT > WS-CUR-CLOSE-DATE
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

       1900-ABEND-RUN.
           WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "MEMOVE - " WS-MSG-TEXT(1:70)
           CLOSE MOVEMENT-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * Three-way match on the key: last month's snapshot, this
      * month's, and the key's audit records inside the month.
       2000-MATCH-KEY.
           IF CUR-KEY < PRV-KEY
               MOVE CUR-KEY TO WS-MATCH-KEY
           ELSE
               MOVE PRV-KEY TO WS-MATCH-KEY
           END-IF
           MOVE 'N' TO WS-OLD-ACTIVE-SWITCH
           MOVE 'N' TO WS-NEW-ACTIVE-SWITCH
           MOVE 'N' TO WS-NEW-PRESENT-SWITCH
           MOVE ZEROS TO WS-OLD-AMOUNT
           MOVE ZEROS TO WS-NEW-AMOUNT
           IF PRV-KEY = WS-MATCH-KEY AND NOT PRV-DELETED
               SET WS-OLD-ACTIVE TO TRUE
               IF PRV-AMOUNT IS NUMERIC
                   MOVE PRV-AMOUNT TO WS-OLD-AMOUNT
               END-IF
           END-IF
           IF CUR-KEY = WS-MATCH-KEY
               SET WS-NEW-PRESENT TO TRUE
               IF NOT CUR-DELETED
                   SET WS-NEW-ACTIVE TO TRUE
                   IF CUR-AMOUNT IS NUMERIC
                       MOVE CUR-AMOUNT TO WS-NEW-AMOUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-SCAN-AUDIT-FOR-KEY
           IF WS-OLD-ACTIVE OR WS-NEW-ACTIVE
               MOVE WS-MATCH-KEY(1:3) TO WS-SEARCH-REGION
               PERFORM 6000-FIND-REGION
               IF WS-MV-FOUND > 0
                   PERFORM 2200-CLASSIFY-KEY
               END-IF
           END-IF
           IF PRV-KEY = WS-MATCH-KEY
               PERFORM 2850-READ-PRIOR
           END-IF
           IF CUR-KEY = WS-MATCH-KEY
               PERFORM 2800-READ-CURRENT
           END-IF.

      * An ADD or DELETE against the key inside the month says it was
      * added or deleted rather than restored or archived.
       2100-SCAN-AUDIT-FOR-KEY.
           MOVE 'N' TO WS-KEY-ADDED-SWITCH
           MOVE 'N' TO WS-KEY-DELETED-SWITCH
           PERFORM UNTIL WS-AUD-EOF OR AUD-KEY NOT < WS-MATCH-KEY
               PERFORM 2900-READ-AUDIT
           END-PERFORM
           PERFORM UNTIL WS-AUD-EOF OR AUD-KEY NOT = WS-MATCH-KEY
               IF AUD-DATE > WS-PRV-CLOSE-DATE
                       AND AUD-DATE NOT > WS-CUR-CLOSE-DATE
                   IF AUD-ACTION = "ADD"
                       SET WS-KEY-ADDED TO TRUE
                   END-IF
                   IF AUD-ACTION = "DELETE"
                       SET WS-KEY-DELETED TO TRUE
                   END-IF
               END-IF
               PERFORM 2900-READ-AUDIT
           END-PERFORM.

       2200-CLASSIFY-KEY.
           IF WS-OLD-ACTIVE
               ADD 1 TO WS-MV-OPEN-COUNT(WS-MV-FOUND)
               ADD WS-OLD-AMOUNT TO WS-MV-OPEN-AMOUNT(WS-MV-FOUND)
           END-IF
           IF WS-NEW-ACTIVE
               ADD 1 TO WS-MV-CLOSE-COUNT(WS-MV-FOUND)
               ADD WS-NEW-AMOUNT TO WS-MV-CLOSE-AMOUNT(WS-MV-FOUND)
           END-IF
           EVALUATE TRUE
               WHEN WS-OLD-ACTIVE AND WS-NEW-ACTIVE
                   IF WS-NEW-AMOUNT NOT = WS-OLD-AMOUNT
                       ADD 1 TO WS-MV-UPD-COUNT(WS-MV-FOUND)
                       COMPUTE WS-MV-UPD-NET(WS-MV-FOUND) =
                           WS-MV-UPD-NET(WS-MV-FOUND)
                           + WS-NEW-AMOUNT - WS-OLD-AMOUNT
                   END-IF
               WHEN WS-OLD-ACTIVE
                   IF WS-NEW-PRESENT OR WS-KEY-DELETED
                       ADD 1 TO WS-MV-DEL-COUNT(WS-MV-FOUND)
                       ADD WS-OLD-AMOUNT
                           TO WS-MV-DEL-AMOUNT(WS-MV-FOUND)
                   ELSE
                       ADD 1 TO WS-MV-ARC-COUNT(WS-MV-FOUND)
                       ADD WS-OLD-AMOUNT
                           TO WS-MV-ARC-AMOUNT(WS-MV-FOUND)
                   END-IF
               WHEN OTHER
                   IF WS-KEY-ADDED
                       ADD 1 TO WS-MV-ADD-COUNT(WS-MV-FOUND)
                       ADD WS-NEW-AMOUNT
                           TO WS-MV-ADD-AMOUNT(WS-MV-FOUND)
                   ELSE
                       ADD 1 TO WS-MV-RST-COUNT(WS-MV-FOUND)
                       ADD WS-NEW-AMOUNT
                           TO WS-MV-RST-AMOUNT(WS-MV-FOUND)
                   END-IF
           END-EVALUATE.

      * HIGH-VALUES in the key at end of file lets the other side run
      * out on its own in 2000-MATCH-KEY.
       2800-READ-CURRENT.
           READ CURRENT-SNAP-FILE INTO WS-CURRENT-SNAP
               AT END
                   SET WS-CUR-EOF TO TRUE
                   MOVE HIGH-VALUES TO CUR-KEY
           END-READ.

       2850-READ-PRIOR.
           READ PRIOR-SNAP-FILE INTO WS-PRIOR-SNAP
               AT END
                   SET WS-PRV-EOF TO TRUE
                   MOVE HIGH-VALUES TO PRV-KEY
           END-READ.

       2900-READ-AUDIT.
           READ AUDIT-FILE INTO WS-AUDIT-REC
               AT END
                   SET WS-AUD-EOF TO TRUE
                   MOVE HIGH-VALUES TO AUD-KEY
           END-READ.

      * Finds the region's entry, inserting it in code order if it is
      * new; the last region found is remembered since keys arrive in
      * region order. WS-MV-FOUND is zero only when the table is full
      * - that region is left off and the report says so.
       6000-FIND-REGION.
           IF WS-MV-FOUND > 0 AND WS-SEARCH-REGION = WS-LAST-REGION
               CONTINUE
           ELSE
               MOVE ZEROS TO WS-MV-FOUND
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX > WS-MV-COUNT
                          OR WS-MV-FOUND > 0
                   IF WS-MV-REGION(WS-MV-IDX) = WS-SEARCH-REGION
                       MOVE WS-MV-IDX TO WS-MV-FOUND
                   END-IF
               END-PERFORM
               IF WS-MV-FOUND = 0
                   PERFORM 6100-INSERT-REGION
               END-IF
               MOVE WS-SEARCH-REGION TO WS-LAST-REGION
           END-IF.

       6100-INSERT-REGION.
           IF WS-MV-COUNT NOT < WS-MV-MAX
               SET WS-TABLE-FULL TO TRUE
           ELSE
               MOVE 1 TO WS-MV-FOUND
               PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                       UNTIL WS-MV-IDX > WS-MV-COUNT
                   IF WS-MV-REGION(WS-MV-IDX) < WS-SEARCH-REGION
                       COMPUTE WS-MV-FOUND = WS-MV-IDX + 1
                   END-IF
               END-PERFORM
               ADD 1 TO WS-MV-COUNT
               PERFORM VARYING WS-MV-SHIFT FROM WS-MV-COUNT BY -1
                       UNTIL WS-MV-SHIFT NOT > WS-MV-FOUND
                   MOVE WS-MV-ENTRY(WS-MV-SHIFT - 1)
                       TO WS-MV-ENTRY(WS-MV-SHIFT)
               END-PERFORM
               INITIALIZE WS-MV-ENTRY(WS-MV-FOUND)
               MOVE WS-SEARCH-REGION TO WS-MV-REGION(WS-MV-FOUND)
           END-IF.

       7000-PRINT-REGIONS.
           WRITE MOVEMENT-REPORT-RECORD FROM WS-COLUMN-HEADING
           WRITE MOVEMENT-REPORT-RECORD FROM WS-COLUMN-NOTE
           WRITE MOVEMENT-REPORT-RECORD FROM WS-CURRENCY-NOTE
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           PERFORM VARYING WS-MV-IDX FROM 1 BY 1
                   UNTIL WS-MV-IDX > WS-MV-COUNT
               PERFORM 7100-PRINT-REGION
           END-PERFORM
           IF WS-TABLE-FULL
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "** MORE THAN 200 REGIONS - THE REST ARE LEFT OFF TH
      -            "IS REPORT **" TO WS-MSG-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       7100-PRINT-REGION.
           MOVE 'N' TO WS-REGION-FLAG-SWITCH
           MOVE 'N' TO WS-NO-RATE-SWITCH
           IF WS-MV-CURRENCY(WS-MV-IDX) = SPACES
               MOVE WS-FX-BASE-CCY TO WS-MV-CURRENCY(WS-MV-IDX)
           END-IF
           PERFORM 7400-CONVERT-REGION
           IF WS-RATE-MISSING
               SET WS-REGION-FLAGGED TO TRUE
           END-IF
           COMPUTE WS-ROLL-COUNT =
               WS-MV-OPEN-COUNT(WS-MV-IDX) + WS-MV-ADD-COUNT(WS-MV-IDX)
               - WS-MV-DEL-COUNT(WS-MV-IDX) - WS-MV-ARC-COUNT(WS-MV-IDX)
               + WS-MV-RST-COUNT(WS-MV-IDX)
           COMPUTE WS-ROLL-AMOUNT =
               WS-MV-OPEN-AMOUNT(WS-MV-IDX)
               + WS-MV-ADD-AMOUNT(WS-MV-IDX)
               + WS-MV-UPD-NET(WS-MV-IDX)
               - WS-MV-DEL-AMOUNT(WS-MV-IDX)
               - WS-MV-ARC-AMOUNT(WS-MV-IDX)
               + WS-MV-RST-AMOUNT(WS-MV-IDX)
           IF WS-ROLL-COUNT NOT = WS-MV-CLOSE-COUNT(WS-MV-IDX)
                   OR WS-ROLL-AMOUNT NOT = WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
               SET WS-REGION-FLAGGED TO TRUE
           END-IF
           IF WS-PRIOR-ON-FILE
               IF WS-MV-OPEN-COUNT(WS-MV-IDX)
                       NOT = WS-MV-GLO-COUNT(WS-MV-IDX)
                   OR WS-MV-OPEN-AMOUNT(WS-MV-IDX)
                       NOT = WS-MV-GLO-AMOUNT(WS-MV-IDX)
                   SET WS-REGION-FLAGGED TO TRUE
               END-IF
           END-IF
           IF WS-MV-CLOSE-COUNT(WS-MV-IDX)
                   NOT = WS-MV-GLC-COUNT(WS-MV-IDX)
               OR WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
                   NOT = WS-MV-GLC-AMOUNT(WS-MV-IDX)
               SET WS-REGION-FLAGGED TO TRUE
           END-IF
           MOVE WS-MV-REGION(WS-MV-IDX) TO WS-AML-REGION
           MOVE WS-MV-OPEN-AMOUNT(WS-MV-IDX) TO WS-AML-OPEN
           MOVE WS-MV-ADD-AMOUNT(WS-MV-IDX) TO WS-AML-ADD
           MOVE WS-MV-UPD-NET(WS-MV-IDX) TO WS-AML-UPD
           MOVE WS-MV-DEL-AMOUNT(WS-MV-IDX) TO WS-AML-DEL
           MOVE WS-MV-ARC-AMOUNT(WS-MV-IDX) TO WS-AML-ARC
           MOVE WS-MV-RST-AMOUNT(WS-MV-IDX) TO WS-AML-RST
           MOVE WS-MV-CLOSE-AMOUNT(WS-MV-IDX) TO WS-AML-CLOSE
           MOVE SPACES TO WS-AML-FLAG
           IF WS-REGION-FLAGGED
               MOVE "**" TO WS-AML-FLAG
           END-IF
           WRITE MOVEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE WS-MV-OPEN-COUNT(WS-MV-IDX) TO WS-CNL-OPEN
           MOVE WS-MV-ADD-COUNT(WS-MV-IDX) TO WS-CNL-ADD
           MOVE WS-MV-UPD-COUNT(WS-MV-IDX) TO WS-CNL-UPD
           MOVE WS-MV-DEL-COUNT(WS-MV-IDX) TO WS-CNL-DEL
           MOVE WS-MV-ARC-COUNT(WS-MV-IDX) TO WS-CNL-ARC
           MOVE WS-MV-RST-COUNT(WS-MV-IDX) TO WS-CNL-RST
           MOVE WS-MV-CLOSE-COUNT(WS-MV-IDX) TO WS-CNL-CLOSE
           MOVE WS-MV-CURRENCY(WS-MV-IDX) TO WS-CNL-CCY
           WRITE MOVEMENT-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-MV-CURRENCY(WS-MV-IDX) NOT = WS-FX-BASE-CCY
               PERFORM 7500-PRINT-BASE-LINE
           END-IF
           IF WS-REGION-FLAGGED
               SET WS-MISMATCH-RAISED TO TRUE
               PERFORM 7200-PRINT-REGION-FLAGS
           END-IF
           PERFORM 7300-ADD-TO-TOTALS.

      * One line for each test the region failed, with both sides.
       7200-PRINT-REGION-FLAGS.
           MOVE WS-MV-REGION(WS-MV-IDX) TO WS-FLG-REGION
           IF WS-ROLL-COUNT NOT = WS-MV-CLOSE-COUNT(WS-MV-IDX)
                   OR WS-ROLL-AMOUNT NOT = WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
               MOVE "DOES NOT ROLL FORWARD - OPEN+MOVES/CLOSE"
                   TO WS-FLG-TEXT
               MOVE WS-ROLL-COUNT TO WS-FLG-LEFT-COUNT
               MOVE WS-ROLL-AMOUNT TO WS-FLG-LEFT-AMOUNT
               MOVE WS-MV-CLOSE-COUNT(WS-MV-IDX) TO WS-FLG-RIGHT-COUNT
               MOVE WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
                   TO WS-FLG-RIGHT-AMOUNT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-PRIOR-ON-FILE
               IF WS-MV-OPEN-COUNT(WS-MV-IDX)
                       NOT = WS-MV-GLO-COUNT(WS-MV-IDX)
                   OR WS-MV-OPEN-AMOUNT(WS-MV-IDX)
                       NOT = WS-MV-GLO-AMOUNT(WS-MV-IDX)
                   MOVE "OPENING DOES NOT TIE TO LAST MONTH'S GL"
                       TO WS-FLG-TEXT
                   MOVE WS-MV-OPEN-COUNT(WS-MV-IDX)
                       TO WS-FLG-LEFT-COUNT
                   MOVE WS-MV-OPEN-AMOUNT(WS-MV-IDX)
                       TO WS-FLG-LEFT-AMOUNT
                   MOVE WS-MV-GLO-COUNT(WS-MV-IDX)
                       TO WS-FLG-RIGHT-COUNT
                   MOVE WS-MV-GLO-AMOUNT(WS-MV-IDX)
                       TO WS-FLG-RIGHT-AMOUNT
                   WRITE MOVEMENT-REPORT-RECORD FROM WS-FLAG-LINE
               END-IF
           END-IF
           IF WS-MV-CLOSE-COUNT(WS-MV-IDX)
                   NOT = WS-MV-GLC-COUNT(WS-MV-IDX)
               OR WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
                   NOT = WS-MV-GLC-AMOUNT(WS-MV-IDX)
               MOVE "CLOSING DOES NOT TIE TO THIS MONTH'S GL"
                   TO WS-FLG-TEXT
               MOVE WS-MV-CLOSE-COUNT(WS-MV-IDX) TO WS-FLG-LEFT-COUNT
               MOVE WS-MV-CLOSE-AMOUNT(WS-MV-IDX)
                   TO WS-FLG-LEFT-AMOUNT
               MOVE WS-MV-GLC-COUNT(WS-MV-IDX) TO WS-FLG-RIGHT-COUNT
               MOVE WS-MV-GLC-AMOUNT(WS-MV-IDX)
                   TO WS-FLG-RIGHT-AMOUNT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-FLAG-LINE
           END-IF
           IF WS-RATE-MISSING
               MOVE SPACES TO WS-MSG-TEXT
               STRING "  ** "
                      WS-MV-REGION(WS-MV-IDX)
                      " NO "
                      WS-MV-CURRENCY(WS-MV-IDX)
                      " RATE ON FXRATE FOR THE CLOSE NIGHT - BASE"
                      " MOVEMENTS LEFT AT ZERO"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       7300-ADD-TO-TOTALS.
           ADD WS-MV-OPEN-COUNT(WS-MV-IDX) TO WS-TOT-OPEN-COUNT
           ADD WS-MV-OPEN-AMOUNT(WS-MV-IDX) TO WS-TOT-OPEN-AMOUNT
           ADD WS-MV-ADD-COUNT(WS-MV-IDX) TO WS-TOT-ADD-COUNT
           ADD WS-MV-ADD-AMOUNT(WS-MV-IDX) TO WS-TOT-ADD-AMOUNT
           ADD WS-MV-UPD-COUNT(WS-MV-IDX) TO WS-TOT-UPD-COUNT
           ADD WS-MV-UPD-NET(WS-MV-IDX) TO WS-TOT-UPD-NET
           ADD WS-MV-DEL-COUNT(WS-MV-IDX) TO WS-TOT-DEL-COUNT
           ADD WS-MV-DEL-AMOUNT(WS-MV-IDX) TO WS-TOT-DEL-AMOUNT
           ADD WS-MV-ARC-COUNT(WS-MV-IDX) TO WS-TOT-ARC-COUNT
           ADD WS-MV-ARC-AMOUNT(WS-MV-IDX) TO WS-TOT-ARC-AMOUNT
           ADD WS-MV-RST-COUNT(WS-MV-IDX) TO WS-TOT-RST-COUNT
           ADD WS-MV-RST-AMOUNT(WS-MV-IDX) TO WS-TOT-RST-AMOUNT
           ADD WS-MV-CLOSE-COUNT(WS-MV-IDX) TO WS-TOT-CLOSE-COUNT
           ADD WS-MV-CLOSE-AMOUNT(WS-MV-IDX) TO WS-TOT-CLOSE-AMOUNT
           ADD WS-RBS-OPEN TO WS-TBS-OPEN
           ADD WS-RBS-ADD TO WS-TBS-ADD
           ADD WS-RBS-UPD TO WS-TBS-UPD
           ADD WS-RBS-DEL TO WS-TBS-DEL
           ADD WS-RBS-ARC TO WS-TBS-ARC
           ADD WS-RBS-RST TO WS-TBS-RST
           ADD WS-RBS-CLOSE TO WS-TBS-CLOSE.

      * The region in base currency. A base region is its own
      * figures. Any other region opens and closes at what GLEXTR
      * posted on each close night and moves at the close-night rate.
       7400-CONVERT-REGION.
           IF WS-MV-CURRENCY(WS-MV-IDX) = WS-FX-BASE-CCY
               MOVE WS-MV-OPEN-AMOUNT(WS-MV-IDX) TO WS-RBS-OPEN
               MOVE WS-MV-ADD-AMOUNT(WS-MV-IDX) TO WS-RBS-ADD
               MOVE WS-MV-UPD-NET(WS-MV-IDX) TO WS-RBS-UPD
               MOVE WS-MV-DEL-AMOUNT(WS-MV-IDX) TO WS-RBS-DEL
               MOVE WS-MV-ARC-AMOUNT(WS-MV-IDX) TO WS-RBS-ARC
               MOVE WS-MV-RST-AMOUNT(WS-MV-IDX) TO WS-RBS-RST
               MOVE WS-MV-CLOSE-AMOUNT(WS-MV-IDX) TO WS-RBS-CLOSE
           ELSE
               MOVE WS-MV-GLO-BASE(WS-MV-IDX) TO WS-RBS-OPEN
               MOVE WS-MV-GLC-BASE(WS-MV-IDX) TO WS-RBS-CLOSE
               MOVE ZEROS TO WS-RBS-ADD
               MOVE ZEROS TO WS-RBS-UPD
               MOVE ZEROS TO WS-RBS-DEL
               MOVE ZEROS TO WS-RBS-ARC
               MOVE ZEROS TO WS-RBS-RST
               MOVE WS-MV-CURRENCY(WS-MV-IDX) TO WS-FX-SEARCH-CCY
               PERFORM 1340-FIND-RATE
               IF WS-FX-FND-IDX = 0
                   SET WS-RATE-MISSING TO TRUE
               ELSE
                   COMPUTE WS-RBS-ADD ROUNDED =
                       WS-MV-ADD-AMOUNT(WS-MV-IDX)
                       * WS-FX-RATE(WS-FX-FND-IDX)
                   COMPUTE WS-RBS-UPD ROUNDED =
                       WS-MV-UPD-NET(WS-MV-IDX)
                       * WS-FX-RATE(WS-FX-FND-IDX)
                   COMPUTE WS-RBS-DEL ROUNDED =
                       WS-MV-DEL-AMOUNT(WS-MV-IDX)
                       * WS-FX-RATE(WS-FX-FND-IDX)
                   COMPUTE WS-RBS-ARC ROUNDED =
                       WS-MV-ARC-AMOUNT(WS-MV-IDX)
                       * WS-FX-RATE(WS-FX-FND-IDX)
                   COMPUTE WS-RBS-RST ROUNDED =
                       WS-MV-RST-AMOUNT(WS-MV-IDX)
                       * WS-FX-RATE(WS-FX-FND-IDX)
               END-IF
           END-IF.

       7500-PRINT-BASE-LINE.
           MOVE WS-FX-BASE-CCY TO WS-AML-REGION
           MOVE WS-RBS-OPEN TO WS-AML-OPEN
           MOVE WS-RBS-ADD TO WS-AML-ADD
           MOVE WS-RBS-UPD TO WS-AML-UPD
           MOVE WS-RBS-DEL TO WS-AML-DEL
           MOVE WS-RBS-ARC TO WS-AML-ARC
           MOVE WS-RBS-RST TO WS-AML-RST
           MOVE WS-RBS-CLOSE TO WS-AML-CLOSE
           MOVE SPACES TO WS-AML-FLAG
           WRITE MOVEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE.

      * The totals line in base currency and the FX revaluation, then
      * the footing proof: opening against last month's GL control and
      * snapshot control, closing against this month's - the amount
      * proofs on the cross-currency control sums, then the base
      * totals against the GL controls' base amounts.
       8000-WRITE-TOTALS.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           MOVE "TOT" TO WS-AML-REGION
           MOVE WS-TBS-OPEN TO WS-AML-OPEN
           MOVE WS-TBS-ADD TO WS-AML-ADD
           MOVE WS-TBS-UPD TO WS-AML-UPD
           MOVE WS-TBS-DEL TO WS-AML-DEL
           MOVE WS-TBS-ARC TO WS-AML-ARC
           MOVE WS-TBS-RST TO WS-AML-RST
           MOVE WS-TBS-CLOSE TO WS-AML-CLOSE
           MOVE SPACES TO WS-AML-FLAG
           WRITE MOVEMENT-REPORT-RECORD FROM WS-AMOUNT-LINE
           MOVE WS-TOT-OPEN-COUNT TO WS-CNL-OPEN
           MOVE WS-TOT-ADD-COUNT TO WS-CNL-ADD
           MOVE WS-TOT-UPD-COUNT TO WS-CNL-UPD
           MOVE WS-TOT-DEL-COUNT TO WS-CNL-DEL
           MOVE WS-TOT-ARC-COUNT TO WS-CNL-ARC
           MOVE WS-TOT-RST-COUNT TO WS-CNL-RST
           MOVE WS-TOT-CLOSE-COUNT TO WS-CNL-CLOSE
           MOVE WS-FX-BASE-CCY TO WS-CNL-CCY
           WRITE MOVEMENT-REPORT-RECORD FROM WS-COUNT-LINE
           COMPUTE WS-TBS-REVAL =
               WS-TBS-CLOSE - WS-TBS-OPEN - WS-TBS-ADD - WS-TBS-UPD
               + WS-TBS-DEL + WS-TBS-ARC - WS-TBS-RST
           MOVE "FX REVALUATION OVER THE MONTH (BASE)"
               TO WS-RVL-TEXT
           MOVE WS-TBS-REVAL TO WS-RVL-AMOUNT
           WRITE MOVEMENT-REPORT-RECORD FROM WS-REVAL-LINE
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           IF WS-PRIOR-ON-FILE
               MOVE "OPENING COUNT VS LAST MONTH GL CONTROL"
                   TO WS-PRC-TEXT
               MOVE WS-TOT-OPEN-COUNT TO WS-PROOF-LEFT
               MOVE WS-PRV-GL-RECORDS TO WS-PROOF-RIGHT
               PERFORM 8100-WRITE-COUNT-PROOF
               MOVE "OPENING AMOUNT VS LAST MONTH GL CONTROL"
                   TO WS-PRF-TEXT
               MOVE WS-TOT-OPEN-AMOUNT TO WS-PROOF-LEFT
               MOVE WS-PRV-GL-AMOUNT TO WS-PROOF-RIGHT
               PERFORM 8200-WRITE-AMOUNT-PROOF
               MOVE "OPENING COUNT VS LAST MONTH SNAPSHOT"
                   TO WS-PRC-TEXT
               MOVE WS-TOT-OPEN-COUNT TO WS-PROOF-LEFT
               MOVE WS-PRV-ACT-COUNT TO WS-PROOF-RIGHT
               PERFORM 8100-WRITE-COUNT-PROOF
               MOVE "OPENING AMOUNT VS LAST MONTH SNAPSHOT"
                   TO WS-PRF-TEXT
               MOVE WS-TOT-OPEN-AMOUNT TO WS-PROOF-LEFT
               MOVE WS-PRV-ACT-AMOUNT TO WS-PROOF-RIGHT
               PERFORM 8200-WRITE-AMOUNT-PROOF
           END-IF
           MOVE "CLOSING COUNT VS THIS MONTH GL CONTROL" TO WS-PRC-TEXT
           MOVE WS-TOT-CLOSE-COUNT TO WS-PROOF-LEFT
           MOVE WS-CUR-GL-RECORDS TO WS-PROOF-RIGHT
           PERFORM 8100-WRITE-COUNT-PROOF
           MOVE "CLOSING AMOUNT VS THIS MONTH GL CONTROL" TO WS-PRF-TEXT
           MOVE WS-TOT-CLOSE-AMOUNT TO WS-PROOF-LEFT
           MOVE WS-CUR-GL-AMOUNT TO WS-PROOF-RIGHT
           PERFORM 8200-WRITE-AMOUNT-PROOF
           MOVE "CLOSING COUNT VS THIS MONTH SNAPSHOT" TO WS-PRC-TEXT
           MOVE WS-TOT-CLOSE-COUNT TO WS-PROOF-LEFT
           MOVE WS-CUR-ACT-COUNT TO WS-PROOF-RIGHT
           PERFORM 8100-WRITE-COUNT-PROOF
           MOVE "CLOSING AMOUNT VS THIS MONTH SNAPSHOT" TO WS-PRF-TEXT
           MOVE WS-TOT-CLOSE-AMOUNT TO WS-PROOF-LEFT
           MOVE WS-CUR-ACT-AMOUNT TO WS-PROOF-RIGHT
           PERFORM 8200-WRITE-AMOUNT-PROOF
           IF WS-PRIOR-ON-FILE
               MOVE "OPENING BASE VS LAST MONTH GL CONTROL"
                   TO WS-PRF-TEXT
               MOVE WS-TBS-OPEN TO WS-PROOF-LEFT
               MOVE WS-PRV-GL-BASE TO WS-PROOF-RIGHT
               PERFORM 8200-WRITE-AMOUNT-PROOF
           END-IF
           MOVE "CLOSING BASE VS THIS MONTH GL CONTROL" TO WS-PRF-TEXT
           MOVE WS-TBS-CLOSE TO WS-PROOF-LEFT
           MOVE WS-CUR-GL-BASE TO WS-PROOF-RIGHT
           PERFORM 8200-WRITE-AMOUNT-PROOF
           MOVE SPACES TO MOVEMENT-REPORT-RECORD
           WRITE MOVEMENT-REPORT-RECORD
           IF WS-MISMATCH-RAISED
               MOVE "** MONTH DOES NOT ROLL FORWARD OR TIE TO THE GL - S
      -            "EE THE FLAGGED LINES **" TO WS-MSG-TEXT
           ELSE
               MOVE "ALL REGIONS ROLL FORWARD AND TIE TO THE GL"
                   TO WS-MSG-TEXT
           END-IF
           WRITE MOVEMENT-REPORT-RECORD FROM WS-MESSAGE-LINE.

       8100-WRITE-COUNT-PROOF.
           MOVE WS-PROOF-LEFT TO WS-PRC-LEFT
           MOVE WS-PROOF-RIGHT TO WS-PRC-RIGHT
           IF WS-PROOF-LEFT = WS-PROOF-RIGHT
               MOVE "MATCH" TO WS-PRC-RESULT
           ELSE
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "MISMATCH" TO WS-PRC-RESULT
           END-IF
           WRITE MOVEMENT-REPORT-RECORD FROM WS-PROOF-COUNT-LINE.

       8200-WRITE-AMOUNT-PROOF.
           MOVE WS-PROOF-LEFT TO WS-PRF-LEFT
           MOVE WS-PROOF-RIGHT TO WS-PRF-RIGHT
           IF WS-PROOF-LEFT = WS-PROOF-RIGHT
               MOVE "MATCH" TO WS-PRF-RESULT
           ELSE
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "MISMATCH" TO WS-PRF-RESULT
           END-IF
           WRITE MOVEMENT-REPORT-RECORD FROM WS-PROOF-AMOUNT-LINE.

       9000-TERMINATE.
           CLOSE CURRENT-SNAP-FILE
           IF WS-PRV-STATUS = "00" OR WS-PRV-STATUS = "10"
               CLOSE PRIOR-SNAP-FILE
           END-IF
           IF WS-AUD-STATUS = "00" OR WS-AUD-STATUS = "10"
               CLOSE AUDIT-FILE
           END-IF
           CLOSE MOVEMENT-REPORT-FILE
           IF WS-MISMATCH-RAISED
               MOVE 8 TO RETURN-CODE
           END-IF.
