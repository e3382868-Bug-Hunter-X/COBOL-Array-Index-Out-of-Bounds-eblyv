       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGMNT.

      * Region reference maintenance. REGREF (WSREGTBL layout - code,
      * name, open/closed status, R004 amount limit, currency) drives
      * TBLLOAD's region checks and limits and the region names and
      * currencies RPTLOAD and GLEXTR use, so it is changed only
      * through this program, on transaction cards, never by hand.
      * The current generation is loaded, the cards are validated
      * and applied in deck order, and the result is written as the
      * next generation (via the JCL's copy step, so a failed run
      * catalogs nothing).
      *
      *   ADD      new region - name and limit required, currency
      *            optional (blank is the base currency), opens 'O'
      *   CHANGE   new name, limit and/or currency; a blank field is
      *            unchanged
      *   CLOSE    status to 'C' (TBLLOAD then rejects it R008)
      *   REOPEN   status back to 'O'
      *   FORCE    allows a CLOSE of the same region in this deck
      *            even though it still has live keys
      *
      * Before writing, last night's sorted master is read once for
      * each region's live exposure - keys that are not flag-deleted.
      * A region being closed that still has live keys keeps its 'O'
      * status unless a FORCE card names it; either way the count and
      * amount of those keys are reported. A lowered limit that some
      * live key's amount already exceeds is reported as a warning -
      * those keys will fail R004 the next time they are maintained.
      * A currency change on a region with live keys is also a
      * warning - amounts and the limit are not converted, so they
      * must already be restated in the new currency.
      * The change report lists every card with its outcome and the
      * before and after image of every region that changed. Rejected
      * cards, refused closes and limit or currency warnings end the
      * job RC=4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-IN-FILE ASSIGN TO REGIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REGIN-STATUS.

           SELECT REGION-OUT-FILE ASSIGN TO REGOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT MASTER-IN-FILE ASSIGN TO MSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MSTIN-STATUS.

      * Transaction cards - action keyword in columns 1-8, region code
      * in 10-12, name in 14-43, limit in 45-53 (nine digits, two
      * implied decimals, in the region's currency, as REGREF carries
      * it), currency in 55-57 (three letters). An asterisk in
      * column 1 marks a comment card.
           SELECT TRANSACTION-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT CHANGE-REPORT-FILE ASSIGN TO REGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * One record per region, mirroring the WS-REG-ENTRY layout in
      * WSREGTBL (see the copybook for the byte positions). Bytes
      * 47-80 are carried through untouched.
       FD  REGION-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REGION-IN-RECORD.
           05  REGI-CODE              PIC X(03).
           05  REGI-NAME              PIC X(30).
           05  REGI-STATUS            PIC X(01).
           05  REGI-LIMIT             PIC X(09).
           05  REGI-CURRENCY          PIC X(03).
           05  REGI-REST              PIC X(34).

       FD  REGION-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REGION-OUT-RECORD.
           05  REGO-CODE              PIC X(03).
           05  REGO-NAME              PIC X(30).
           05  REGO-STATUS            PIC X(01).
           05  REGO-LIMIT             PIC X(09).
           05  REGO-CURRENCY          PIC X(03).
           05  REGO-REST              PIC X(34).

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

       FD  TRANSACTION-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANSACTION-CARD.
           05  TRN-ACTION             PIC X(08).
           05  FILLER                 PIC X(01).
           05  TRN-CODE               PIC X(03).
           05  FILLER                 PIC X(01).
           05  TRN-NAME               PIC X(30).
           05  FILLER                 PIC X(01).
           05  TRN-LIMIT              PIC X(09).
           05  FILLER                 PIC X(01).
           05  TRN-CURRENCY           PIC X(03).
           05  FILLER                 PIC X(23).

       FD  CHANGE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CHANGE-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-REG-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REG-EOF         VALUE 'Y'.
           05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MST-EOF         VALUE 'Y'.
           05  WS-TRAN-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-TRAN-EOF        VALUE 'Y'.
           05  WS-TRAN-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-TRAN-OPEN       VALUE 'Y'.
           05  WS-WARNING-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED  VALUE 'Y'.
           05  WS-CCY-SWITCH          PIC X(01) VALUE 'Y'.
               88  WS-CCY-VALID       VALUE 'Y'.

       01  WS-REGIN-STATUS            PIC X(02) VALUE SPACES.

       01  WS-MSTIN-STATUS            PIC X(02) VALUE SPACES.

       01  WS-TRAN-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * For the base-currency code only - a blank currency on REGREF
      * and the base code mean the same thing.
           COPY WSFXRATE.

       01  WS-CCY-IDX                 PIC 9(1) VALUE ZEROS.

       01  WS-OLD-CCY                 PIC X(03) VALUE SPACES.

       01  WS-NEW-CCY                 PIC X(03) VALUE SPACES.

      * The region reference, before and after tonight's cards, with
      * each region's live exposure on the sorted master. Same
      * 200-region ceiling as WSREGTBL - a generation this program
      * wrote will always load there.
       01  WS-RGN-MAX                 PIC 9(3) VALUE 200.

       01  WS-RGN-COUNT               PIC 9(3) VALUE ZEROS.

       01  WS-RGN-TABLE.
           05  WS-RGN-ENTRY           OCCURS 200 TIMES.
               10  WS-RGN-CODE        PIC X(03).
               10  WS-BEF-ON-FILE     PIC X(01).
                   88  WS-BEF-EXISTS  VALUE 'Y'.
               10  WS-BEF-NAME        PIC X(30).
               10  WS-BEF-STATUS      PIC X(01).
               10  WS-BEF-LIMIT       PIC X(09).
               10  WS-BEF-LIMIT-NUM REDEFINES WS-BEF-LIMIT
                                      PIC 9(7)V99.
               10  WS-BEF-CURRENCY    PIC X(03).
               10  WS-AFT-NAME        PIC X(30).
               10  WS-AFT-STATUS      PIC X(01).
               10  WS-AFT-LIMIT       PIC X(09).
               10  WS-AFT-LIMIT-NUM REDEFINES WS-AFT-LIMIT
                                      PIC 9(7)V99.
               10  WS-AFT-CURRENCY    PIC X(03).
               10  WS-RGN-REST        PIC X(34).
               10  WS-RGN-CLOSE-CARD  PIC X(01).
                   88  WS-RGN-CLOSE-CARDED VALUE 'Y'.
               10  WS-RGN-FORCE-CARD  PIC X(01).
                   88  WS-RGN-FORCED  VALUE 'Y'.
               10  WS-RGN-LIVE-COUNT  PIC 9(7).
               10  WS-RGN-LIVE-AMOUNT PIC 9(11)V99.
               10  WS-RGN-OVER-COUNT  PIC 9(7).
               10  WS-RGN-MAX-AMOUNT  PIC 9(7)V99.

       01  WS-RGN-IDX                 PIC 9(3) VALUE ZEROS.

       01  WS-SHIFT-IDX               PIC 9(3) VALUE ZEROS.

       01  WS-MATCH-IDX               PIC 9(3) VALUE ZEROS.

       01  WS-LAST-REGION             PIC X(03) VALUE LOW-VALUES.

       01  WS-LAST-IDX                PIC 9(3) VALUE ZEROS.

       01  WS-CARD-COUNT              PIC 9(4) VALUE ZEROS.

       01  WS-STATUS-WORK             PIC X(01) VALUE SPACES.

       01  WS-CARD-RESULT             PIC X(50) VALUE SPACES.

       01  WS-REGIONS-IN              PIC 9(5) VALUE ZEROS.

       01  WS-REGIONS-OUT             PIC 9(5) VALUE ZEROS.

       01  WS-ADDED-COUNT             PIC 9(5) VALUE ZEROS.

       01  WS-CHANGED-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-CLOSED-COUNT            PIC 9(5) VALUE ZEROS.

       01  WS-REOPENED-COUNT          PIC 9(5) VALUE ZEROS.

       01  WS-REJECTED-COUNT          PIC 9(5) VALUE ZEROS.

       01  WS-REFUSED-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-COUNT-EDIT              PIC Z,ZZZ,ZZ9.

       01  WS-AMOUNT-EDIT             PIC Z,ZZZ,ZZZ,ZZ9.99.

       01  WS-LIMIT-EDIT              PIC Z,ZZZ,ZZ9.99.

       01  WS-REGMNT-HEADING.
           05  FILLER                 PIC X(38)
               VALUE "REGMNT REGION REFERENCE MAINTENANCE".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT        PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                 PIC X(05) VALUE "CARD ".
           05  WS-CRD-NUMBER          PIC ZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CRD-IMAGE           PIC X(57).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CRD-RESULT          PIC X(50).
           05  FILLER                 PIC X(12) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  WS-IMG-CODE            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-LABEL           PIC X(08).
           05  WS-IMG-NAME            PIC X(30).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-STATUS          PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-LIMIT           PIC X(12).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-CURRENCY        PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-NOTE            PIC X(20).
           05  FILLER                 PIC X(39) VALUE SPACES.

       01  WS-CHECK-LINE.
           05  WS-CHK-CODE            PIC X(03).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CHK-TEXT            PIC X(127).

       01  WS-TOTAL-LINE-1.
           05  FILLER                 PIC X(12) VALUE "REGIONS IN: ".
           05  WS-TOT-IN              PIC ZZZZ9.
           05  FILLER                 PIC X(09) VALUE "  ADDED: ".
           05  WS-TOT-ADDED           PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE "  CHANGED: ".
           05  WS-TOT-CHANGED         PIC ZZZZ9.
           05  FILLER                 PIC X(10) VALUE "  CLOSED: ".
           05  WS-TOT-CLOSED          PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  REOPENED: ".
           05  WS-TOT-REOPENED        PIC ZZZZ9.
           05  FILLER                 PIC X(15) VALUE "  REGIONS OUT: ".
           05  WS-TOT-OUT             PIC ZZZZ9.
           05  FILLER                 PIC X(33) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                 PIC X(16)
               VALUE "CARDS REJECTED: ".
           05  WS-TOT-REJECTED        PIC ZZZZ9.
           05  FILLER                 PIC X(18)
               VALUE "  CLOSES REFUSED: ".
           05  WS-TOT-REFUSED         PIC ZZZZ9.
           05  FILLER                 PIC X(88) VALUE SPACES.

       01  WS-WARNING-LINE.
           05  FILLER                 PIC X(132)
               VALUE "** WARNING - CARDS REJECTED, CLOSES REFUSED, LIMIT
      -        "S BELOW LIVE AMOUNTS OR CURRENCIES CHANGED UNDER LIVE KE
      -        "YS - SEE ABOVE **".

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-CARD
               UNTIL WS-TRAN-EOF
           PERFORM 3000-MEASURE-EXPOSURE
           PERFORM 4000-CHECK-REGIONS
           PERFORM 5000-WRITE-REGIONS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The current generation must be there - a reference rebuilt
      * from nothing would drop every region, so a missing REGIN stops
      * the run RC=16 and the copy step never runs.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CHANGE-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE CHANGE-REPORT-RECORD FROM WS-REGMNT-HEADING
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           OPEN INPUT REGION-IN-FILE
           IF WS-REGIN-STATUS NOT = "00"
               DISPLAY "REGMNT - REGIN NOT OPENED, STATUS "
                   WS-REGIN-STATUS
               CLOSE CHANGE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-REGIONS
           CLOSE REGION-IN-FILE
           MOVE "TRANSACTION CARDS" TO WS-SECTION-TEXT
           WRITE CHANGE-REPORT-RECORD FROM WS-SECTION-LINE
           OPEN INPUT TRANSACTION-CARD-FILE
           IF WS-TRAN-STATUS = "00"
               SET WS-TRAN-OPEN TO TRUE
               PERFORM 2900-READ-CARD
           ELSE
               SET WS-TRAN-EOF TO TRUE
           END-IF.

       1100-LOAD-REGIONS.
           READ REGION-IN-FILE
               AT END SET WS-REG-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-REG-EOF
               IF WS-RGN-COUNT NOT < WS-RGN-MAX
                   DISPLAY "REGMNT - REGION TABLE OVERFLOW ON REGIN"
                   CLOSE REGION-IN-FILE
                   CLOSE CHANGE-REPORT-FILE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RGN-COUNT
               ADD 1 TO WS-REGIONS-IN
               MOVE WS-RGN-COUNT TO WS-RGN-IDX
               PERFORM 1200-CLEAR-ENTRY
               MOVE REGI-CODE TO WS-RGN-CODE(WS-RGN-IDX)
               MOVE 'Y' TO WS-BEF-ON-FILE(WS-RGN-IDX)
               MOVE REGI-NAME TO WS-BEF-NAME(WS-RGN-IDX)
               MOVE REGI-STATUS TO WS-BEF-STATUS(WS-RGN-IDX)
               MOVE REGI-LIMIT TO WS-BEF-LIMIT(WS-RGN-IDX)
               MOVE REGI-CURRENCY TO WS-BEF-CURRENCY(WS-RGN-IDX)
               MOVE REGI-NAME TO WS-AFT-NAME(WS-RGN-IDX)
               MOVE REGI-STATUS TO WS-AFT-STATUS(WS-RGN-IDX)
               MOVE REGI-LIMIT TO WS-AFT-LIMIT(WS-RGN-IDX)
               MOVE REGI-CURRENCY TO WS-AFT-CURRENCY(WS-RGN-IDX)
               MOVE REGI-REST TO WS-RGN-REST(WS-RGN-IDX)
               READ REGION-IN-FILE
                   AT END SET WS-REG-EOF TO TRUE
               END-READ
           END-PERFORM.

       1200-CLEAR-ENTRY.
           MOVE SPACES TO WS-RGN-ENTRY(WS-RGN-IDX)
           MOVE 'N' TO WS-BEF-ON-FILE(WS-RGN-IDX)
           MOVE 'N' TO WS-RGN-CLOSE-CARD(WS-RGN-IDX)
           MOVE 'N' TO WS-RGN-FORCE-CARD(WS-RGN-IDX)
           MOVE ZEROS TO WS-RGN-LIVE-COUNT(WS-RGN-IDX)
           MOVE ZEROS TO WS-RGN-LIVE-AMOUNT(WS-RGN-IDX)
           MOVE ZEROS TO WS-RGN-OVER-COUNT(WS-RGN-IDX)
           MOVE ZEROS TO WS-RGN-MAX-AMOUNT(WS-RGN-IDX).

      * One card, validated against the table as the cards before it
      * have left it. WS-CARD-RESULT starts blank; any rejection
      * reason set along the way means nothing was applied.
       2000-APPLY-CARD.
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO WS-CARD-RESULT
           PERFORM 6000-FIND-REGION
           PERFORM 2050-CHECK-CURRENCY
           EVALUATE TRUE
               WHEN TRN-CODE = SPACES
                   MOVE "REJECTED - REGION CODE MISSING"
                       TO WS-CARD-RESULT
               WHEN TRN-ACTION = "ADD"
                   PERFORM 2100-ADD-REGION
               WHEN TRN-ACTION = "CHANGE"
                   PERFORM 2200-CHANGE-REGION
               WHEN TRN-ACTION = "CLOSE"
                   PERFORM 2300-CLOSE-REGION
               WHEN TRN-ACTION = "REOPEN"
                   PERFORM 2400-REOPEN-REGION
               WHEN TRN-ACTION = "FORCE"
                   PERFORM 2500-FORCE-REGION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION" TO WS-CARD-RESULT
           END-EVALUATE
           IF WS-CARD-RESULT = SPACES
               MOVE "ACCEPTED" TO WS-CARD-RESULT
           ELSE
               IF WS-CARD-RESULT(1:8) = "REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
                   SET WS-WARNING-RAISED TO TRUE
               END-IF
           END-IF
           MOVE WS-CARD-COUNT TO WS-CRD-NUMBER
           MOVE TRANSACTION-CARD TO WS-CRD-IMAGE
           MOVE WS-CARD-RESULT TO WS-CRD-RESULT
           WRITE CHANGE-REPORT-RECORD FROM WS-CARD-LINE
           PERFORM 2900-READ-CARD.

      * A currency on the card must be three letters, A to Z; a blank
      * one is valid (base currency on an ADD, unchanged on a CHANGE).
       2050-CHECK-CURRENCY.
           MOVE 'Y' TO WS-CCY-SWITCH
           IF TRN-CURRENCY NOT = SPACES
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > 3
                   IF TRN-CURRENCY(WS-CCY-IDX:1) = SPACE
                           OR TRN-CURRENCY(WS-CCY-IDX:1)
                              IS NOT ALPHABETIC-UPPER
                       MOVE 'N' TO WS-CCY-SWITCH
                   END-IF
               END-PERFORM
           END-IF.

      * A new region goes into code sequence - the entries above its
      * slot move down one.
       2100-ADD-REGION.
           EVALUATE TRUE
               WHEN WS-MATCH-IDX > 0
                   MOVE "REJECTED - REGION ALREADY ON FILE"
                       TO WS-CARD-RESULT
               WHEN TRN-NAME = SPACES
                   MOVE "REJECTED - NAME REQUIRED ON ADD"
                       TO WS-CARD-RESULT
               WHEN TRN-LIMIT IS NOT NUMERIC
                   MOVE "REJECTED - LIMIT MUST BE NINE DIGITS"
                       TO WS-CARD-RESULT
               WHEN NOT WS-CCY-VALID
                   MOVE "REJECTED - CURRENCY MUST BE THREE LETTERS"
                       TO WS-CARD-RESULT
               WHEN WS-RGN-COUNT NOT < WS-RGN-MAX
                   MOVE "REJECTED - REGION TABLE FULL" TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE 1 TO WS-RGN-IDX
                   PERFORM UNTIL WS-RGN-IDX > WS-RGN-COUNT
                           OR WS-RGN-CODE(WS-RGN-IDX) > TRN-CODE
                       ADD 1 TO WS-RGN-IDX
                   END-PERFORM
                   PERFORM VARYING WS-SHIFT-IDX FROM WS-RGN-COUNT BY -1
                           UNTIL WS-SHIFT-IDX < WS-RGN-IDX
                       MOVE WS-RGN-ENTRY(WS-SHIFT-IDX)
                           TO WS-RGN-ENTRY(WS-SHIFT-IDX + 1)
                   END-PERFORM
                   ADD 1 TO WS-RGN-COUNT
                   PERFORM 1200-CLEAR-ENTRY
                   MOVE TRN-CODE TO WS-RGN-CODE(WS-RGN-IDX)
                   MOVE TRN-NAME TO WS-AFT-NAME(WS-RGN-IDX)
                   MOVE 'O' TO WS-AFT-STATUS(WS-RGN-IDX)
                   MOVE TRN-LIMIT TO WS-AFT-LIMIT(WS-RGN-IDX)
                   MOVE TRN-CURRENCY TO WS-AFT-CURRENCY(WS-RGN-IDX)
           END-EVALUATE.

       2200-CHANGE-REGION.
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "REJECTED - REGION NOT ON FILE"
                       TO WS-CARD-RESULT
               WHEN TRN-NAME = SPACES AND TRN-LIMIT = SPACES
                       AND TRN-CURRENCY = SPACES
                   MOVE "REJECTED - NOTHING TO CHANGE" TO WS-CARD-RESULT
               WHEN TRN-LIMIT NOT = SPACES
                       AND TRN-LIMIT IS NOT NUMERIC
                   MOVE "REJECTED - LIMIT MUST BE NINE DIGITS"
                       TO WS-CARD-RESULT
               WHEN NOT WS-CCY-VALID
                   MOVE "REJECTED - CURRENCY MUST BE THREE LETTERS"
                       TO WS-CARD-RESULT
               WHEN OTHER
                   IF TRN-NAME NOT = SPACES
                       MOVE TRN-NAME TO WS-AFT-NAME(WS-MATCH-IDX)
                   END-IF
                   IF TRN-LIMIT NOT = SPACES
                       MOVE TRN-LIMIT TO WS-AFT-LIMIT(WS-MATCH-IDX)
                   END-IF
                   IF TRN-CURRENCY NOT = SPACES
                       MOVE TRN-CURRENCY
                           TO WS-AFT-CURRENCY(WS-MATCH-IDX)
                   END-IF
           END-EVALUATE.

      * The close is provisional until 4000-CHECK-REGIONS has seen the
      * region's live exposure.
       2300-CLOSE-REGION.
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "REJECTED - REGION NOT ON FILE"
                       TO WS-CARD-RESULT
               WHEN WS-AFT-STATUS(WS-MATCH-IDX) = 'C'
                   MOVE "REJECTED - REGION ALREADY CLOSED"
                       TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE 'C' TO WS-AFT-STATUS(WS-MATCH-IDX)
                   MOVE 'Y' TO WS-RGN-CLOSE-CARD(WS-MATCH-IDX)
                   MOVE "ACCEPTED - SUBJECT TO LIVE-KEY CHECK"
                       TO WS-CARD-RESULT
           END-EVALUATE.

       2400-REOPEN-REGION.
           EVALUATE TRUE
               WHEN WS-MATCH-IDX = 0
                   MOVE "REJECTED - REGION NOT ON FILE"
                       TO WS-CARD-RESULT
               WHEN WS-AFT-STATUS(WS-MATCH-IDX) NOT = 'C'
                   MOVE "REJECTED - REGION NOT CLOSED" TO WS-CARD-RESULT
               WHEN OTHER
                   MOVE 'O' TO WS-AFT-STATUS(WS-MATCH-IDX)
                   MOVE 'N' TO WS-RGN-CLOSE-CARD(WS-MATCH-IDX)
           END-EVALUATE.

       2500-FORCE-REGION.
           IF WS-MATCH-IDX = 0
               MOVE "REJECTED - REGION NOT ON FILE" TO WS-CARD-RESULT
           ELSE
               MOVE 'Y' TO WS-RGN-FORCE-CARD(WS-MATCH-IDX)
           END-IF.

      * Comment cards are skipped here, so they are neither counted
      * nor listed.
       2900-READ-CARD.
           READ TRANSACTION-CARD-FILE
               AT END SET WS-TRAN-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-TRAN-EOF
                   OR TRANSACTION-CARD(1:1) NOT = "*"
               READ TRANSACTION-CARD-FILE
                   AT END SET WS-TRAN-EOF TO TRUE
               END-READ
           END-PERFORM.

      * One pass over the sorted master. Keys arrive grouped by
      * region, so the table slot found for one key serves the rest
      * of its region. Flag-deleted keys are on their way out and are
      * not exposure. Keys for regions not on the reference are
      * TBLLOAD's R007 problem, not this program's, and are skipped.
       3000-MEASURE-EXPOSURE.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE "LIVE-KEY AND LIMIT CHECKS" TO WS-SECTION-TEXT
           WRITE CHANGE-REPORT-RECORD FROM WS-SECTION-LINE
           OPEN INPUT MASTER-IN-FILE
           IF WS-MSTIN-STATUS = "00"
               READ MASTER-IN-FILE
                   AT END SET WS-MST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-MST-EOF
                   IF NOT MI-DELETED
                       PERFORM 3100-ADD-EXPOSURE
                   END-IF
                   READ MASTER-IN-FILE
                       AT END SET WS-MST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE MASTER-IN-FILE
           ELSE
               MOVE SPACES TO WS-CHECK-LINE
               MOVE "SORTED MASTER NOT READ - NO LIVE-KEY CHECK MADE, NO
      -            " CLOSE WILL BE APPLIED WITHOUT FORCE" TO WS-CHK-TEXT
               WRITE CHANGE-REPORT-RECORD FROM WS-CHECK-LINE
               SET WS-WARNING-RAISED TO TRUE
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                       UNTIL WS-RGN-IDX > WS-RGN-COUNT
                   MOVE 9999999 TO WS-RGN-LIVE-COUNT(WS-RGN-IDX)
               END-PERFORM
           END-IF.

       3100-ADD-EXPOSURE.
           IF MI-REGION NOT = WS-LAST-REGION
               MOVE MI-REGION TO WS-LAST-REGION
               MOVE ZEROS TO WS-LAST-IDX
               PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                       UNTIL WS-RGN-IDX > WS-RGN-COUNT
                          OR WS-LAST-IDX > 0
                   IF WS-RGN-CODE(WS-RGN-IDX) = MI-REGION
                       MOVE WS-RGN-IDX TO WS-LAST-IDX
                   END-IF
               END-PERFORM
           END-IF
           IF WS-LAST-IDX > 0
               ADD 1 TO WS-RGN-LIVE-COUNT(WS-LAST-IDX)
               ADD MI-AMOUNT TO WS-RGN-LIVE-AMOUNT(WS-LAST-IDX)
               IF WS-AFT-LIMIT(WS-LAST-IDX) IS NUMERIC
                       AND MI-AMOUNT > WS-AFT-LIMIT-NUM(WS-LAST-IDX)
                   ADD 1 TO WS-RGN-OVER-COUNT(WS-LAST-IDX)
                   IF MI-AMOUNT > WS-RGN-MAX-AMOUNT(WS-LAST-IDX)
                       MOVE MI-AMOUNT TO WS-RGN-MAX-AMOUNT(WS-LAST-IDX)
                   END-IF
               END-IF
           END-IF.

       4000-CHECK-REGIONS.
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               IF WS-RGN-CLOSE-CARDED(WS-RGN-IDX)
                   PERFORM 4100-CHECK-CLOSE
               ELSE
                   IF WS-RGN-FORCED(WS-RGN-IDX)
                       MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-CHK-CODE
                       MOVE "FORCE CARD WITHOUT A CLOSE - IGNORED"
                           TO WS-CHK-TEXT
                       WRITE CHANGE-REPORT-RECORD FROM WS-CHECK-LINE
                   END-IF
               END-IF
               IF WS-BEF-EXISTS(WS-RGN-IDX)
                       AND WS-BEF-LIMIT(WS-RGN-IDX) IS NUMERIC
                       AND WS-AFT-LIMIT(WS-RGN-IDX) IS NUMERIC
                       AND WS-AFT-LIMIT-NUM(WS-RGN-IDX)
                           < WS-BEF-LIMIT-NUM(WS-RGN-IDX)
                       AND WS-RGN-OVER-COUNT(WS-RGN-IDX) > 0
                   PERFORM 4200-WARN-LIMIT
               END-IF
               IF WS-BEF-EXISTS(WS-RGN-IDX)
                       AND WS-RGN-LIVE-COUNT(WS-RGN-IDX) > 0
                   PERFORM 4300-CHECK-CURRENCY
               END-IF
           END-PERFORM.

      * Live keys block the close unless FORCE names the region; the
      * exposure is reported either way. A refused close leaves the
      * region open, as the cards before the CLOSE left it.
       4100-CHECK-CLOSE.
           MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-CHK-CODE
           MOVE SPACES TO WS-CHK-TEXT
           IF WS-RGN-LIVE-COUNT(WS-RGN-IDX) = 9999999
               MOVE "CLOSE REFUSED - LIVE KEYS NOT CHECKED, REGION LEFT
      -            " OPEN" TO WS-CHK-TEXT
               IF WS-RGN-FORCED(WS-RGN-IDX)
                   MOVE "CLOSED UNDER FORCE - LIVE KEYS NOT CHECKED"
                       TO WS-CHK-TEXT
               END-IF
           ELSE
               MOVE WS-RGN-LIVE-COUNT(WS-RGN-IDX) TO WS-COUNT-EDIT
               MOVE WS-RGN-LIVE-AMOUNT(WS-RGN-IDX) TO WS-AMOUNT-EDIT
               EVALUATE TRUE
                   WHEN WS-RGN-LIVE-COUNT(WS-RGN-IDX) = 0
                       MOVE "CLOSED - NO LIVE KEYS" TO WS-CHK-TEXT
                   WHEN WS-RGN-FORCED(WS-RGN-IDX)
                       STRING "CLOSED UNDER FORCE - LIVE KEYS: "
                              WS-COUNT-EDIT
                              "  AMOUNT: "
                              WS-AMOUNT-EDIT
                              DELIMITED BY SIZE
                              INTO WS-CHK-TEXT
                   WHEN OTHER
                       STRING "CLOSE REFUSED, REGION LEFT OPEN - LIVE KE
      -                       "YS: "
                              WS-COUNT-EDIT
                              "  AMOUNT: "
                              WS-AMOUNT-EDIT
                              "  (FORCE CARD NEEDED)"
                              DELIMITED BY SIZE
                              INTO WS-CHK-TEXT
               END-EVALUATE
           END-IF
           IF WS-CHK-TEXT(1:13) = "CLOSE REFUSED"
               MOVE 'O' TO WS-AFT-STATUS(WS-RGN-IDX)
               ADD 1 TO WS-REFUSED-COUNT
               SET WS-WARNING-RAISED TO TRUE
           END-IF
           WRITE CHANGE-REPORT-RECORD FROM WS-CHECK-LINE.

       4200-WARN-LIMIT.
           MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-CHK-CODE
           MOVE SPACES TO WS-CHK-TEXT
           MOVE WS-RGN-OVER-COUNT(WS-RGN-IDX) TO WS-COUNT-EDIT
           MOVE WS-RGN-MAX-AMOUNT(WS-RGN-IDX) TO WS-LIMIT-EDIT
           STRING "WARNING - LOWERED LIMIT LEAVES LIVE KEYS OVER IT: "
                  WS-COUNT-EDIT
                  "  LARGEST AMOUNT: "
                  WS-LIMIT-EDIT
                  DELIMITED BY SIZE
                  INTO WS-CHK-TEXT
           WRITE CHANGE-REPORT-RECORD FROM WS-CHECK-LINE
           SET WS-WARNING-RAISED TO TRUE.

      * A blank currency and the base code are the same currency, so
      * filling in the base code on a base region is not a change.
      * A real change under live keys is only warned of - the keys'
      * amounts and the limit are taken as already restated.
       4300-CHECK-CURRENCY.
           MOVE WS-BEF-CURRENCY(WS-RGN-IDX) TO WS-OLD-CCY
           IF WS-OLD-CCY = SPACES
               MOVE WS-FX-BASE-CCY TO WS-OLD-CCY
           END-IF
           MOVE WS-AFT-CURRENCY(WS-RGN-IDX) TO WS-NEW-CCY
           IF WS-NEW-CCY = SPACES
               MOVE WS-FX-BASE-CCY TO WS-NEW-CCY
           END-IF
           IF WS-OLD-CCY NOT = WS-NEW-CCY
               MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-CHK-CODE
               MOVE SPACES TO WS-CHK-TEXT
               IF WS-RGN-LIVE-COUNT(WS-RGN-IDX) = 9999999
                   STRING "WARNING - CURRENCY CHANGED "
                          WS-OLD-CCY
                          " TO "
                          WS-NEW-CCY
                          " - LIVE KEYS NOT CHECKED, NO AMOUNT IS"
                          " CONVERTED"
                          DELIMITED BY SIZE
                          INTO WS-CHK-TEXT
               ELSE
                   MOVE WS-RGN-LIVE-COUNT(WS-RGN-IDX) TO WS-COUNT-EDIT
                   STRING "WARNING - CURRENCY CHANGED "
                          WS-OLD-CCY
                          " TO "
                          WS-NEW-CCY
                          " WITH LIVE KEYS: "
                          WS-COUNT-EDIT
                          " - AMOUNTS AND LIMIT ARE NOT CONVERTED"
                          DELIMITED BY SIZE
                          INTO WS-CHK-TEXT
               END-IF
               WRITE CHANGE-REPORT-RECORD FROM WS-CHECK-LINE
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

      * Every region goes to the new generation; the ones that differ
      * from the old one are also printed before and after.
       5000-WRITE-REGIONS.
           OPEN OUTPUT REGION-OUT-FILE
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE "REGIONS CHANGED - BEFORE AND AFTER" TO WS-SECTION-TEXT
           WRITE CHANGE-REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
               MOVE WS-RGN-CODE(WS-RGN-IDX) TO REGO-CODE
               MOVE WS-AFT-NAME(WS-RGN-IDX) TO REGO-NAME
               MOVE WS-AFT-STATUS(WS-RGN-IDX) TO REGO-STATUS
               MOVE WS-AFT-LIMIT(WS-RGN-IDX) TO REGO-LIMIT
               MOVE WS-AFT-CURRENCY(WS-RGN-IDX) TO REGO-CURRENCY
               MOVE WS-RGN-REST(WS-RGN-IDX) TO REGO-REST
               WRITE REGION-OUT-RECORD
               ADD 1 TO WS-REGIONS-OUT
               IF NOT WS-BEF-EXISTS(WS-RGN-IDX)
                       OR WS-AFT-NAME(WS-RGN-IDX)
                          NOT = WS-BEF-NAME(WS-RGN-IDX)
                       OR WS-AFT-STATUS(WS-RGN-IDX)
                          NOT = WS-BEF-STATUS(WS-RGN-IDX)
                       OR WS-AFT-LIMIT(WS-RGN-IDX)
                          NOT = WS-BEF-LIMIT(WS-RGN-IDX)
                       OR WS-AFT-CURRENCY(WS-RGN-IDX)
                          NOT = WS-BEF-CURRENCY(WS-RGN-IDX)
                   PERFORM 5100-PRINT-CHANGE
               END-IF
           END-PERFORM
           CLOSE REGION-OUT-FILE.

       5100-PRINT-CHANGE.
           MOVE SPACES TO WS-IMG-NOTE
           EVALUATE TRUE
               WHEN NOT WS-BEF-EXISTS(WS-RGN-IDX)
                   MOVE "ADDED" TO WS-IMG-NOTE
                   ADD 1 TO WS-ADDED-COUNT
               WHEN WS-AFT-STATUS(WS-RGN-IDX) = 'C'
                       AND WS-BEF-STATUS(WS-RGN-IDX) NOT = 'C'
                   MOVE "CLOSED" TO WS-IMG-NOTE
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN WS-BEF-STATUS(WS-RGN-IDX) = 'C'
                       AND WS-AFT-STATUS(WS-RGN-IDX) NOT = 'C'
                   MOVE "REOPENED" TO WS-IMG-NOTE
                   ADD 1 TO WS-REOPENED-COUNT
               WHEN OTHER
                   MOVE "CHANGED" TO WS-IMG-NOTE
                   ADD 1 TO WS-CHANGED-COUNT
           END-EVALUATE
           MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-IMG-CODE
           IF WS-BEF-EXISTS(WS-RGN-IDX)
               MOVE "BEFORE  " TO WS-IMG-LABEL
               MOVE WS-BEF-NAME(WS-RGN-IDX) TO WS-IMG-NAME
               MOVE WS-BEF-STATUS(WS-RGN-IDX) TO WS-STATUS-WORK
               PERFORM 5200-FORMAT-STATUS
               IF WS-BEF-LIMIT(WS-RGN-IDX) IS NUMERIC
                   MOVE WS-BEF-LIMIT-NUM(WS-RGN-IDX) TO WS-LIMIT-EDIT
                   MOVE WS-LIMIT-EDIT TO WS-IMG-LIMIT
               ELSE
                   MOVE WS-BEF-LIMIT(WS-RGN-IDX) TO WS-IMG-LIMIT
               END-IF
               MOVE WS-BEF-CURRENCY(WS-RGN-IDX) TO WS-IMG-CURRENCY
               PERFORM 5300-FORMAT-CURRENCY
               WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE
               MOVE SPACES TO WS-IMG-CODE
               MOVE SPACES TO WS-IMG-NOTE
           END-IF
           MOVE "AFTER   " TO WS-IMG-LABEL
           MOVE WS-AFT-NAME(WS-RGN-IDX) TO WS-IMG-NAME
           MOVE WS-AFT-STATUS(WS-RGN-IDX) TO WS-STATUS-WORK
           PERFORM 5200-FORMAT-STATUS
           MOVE WS-AFT-LIMIT-NUM(WS-RGN-IDX) TO WS-LIMIT-EDIT
           MOVE WS-LIMIT-EDIT TO WS-IMG-LIMIT
           IF WS-AFT-LIMIT(WS-RGN-IDX) IS NOT NUMERIC
               MOVE WS-AFT-LIMIT(WS-RGN-IDX) TO WS-IMG-LIMIT
           END-IF
           MOVE WS-AFT-CURRENCY(WS-RGN-IDX) TO WS-IMG-CURRENCY
           PERFORM 5300-FORMAT-CURRENCY
           WRITE CHANGE-REPORT-RECORD FROM WS-IMAGE-LINE.

       5200-FORMAT-STATUS.
           EVALUATE WS-STATUS-WORK
               WHEN "O"
                   MOVE "OPEN" TO WS-IMG-STATUS
               WHEN "C"
                   MOVE "CLOSED" TO WS-IMG-STATUS
               WHEN OTHER
                   MOVE WS-STATUS-WORK TO WS-IMG-STATUS
           END-EVALUATE.

       5300-FORMAT-CURRENCY.
           IF WS-IMG-CURRENCY = SPACES
               MOVE "BASE" TO WS-IMG-CURRENCY
           END-IF.

      * Leaves WS-MATCH-IDX at the card's region, zero when the
      * region is not (yet) on the table.
       6000-FIND-REGION.
           MOVE ZEROS TO WS-MATCH-IDX
           PERFORM VARYING WS-RGN-IDX FROM 1 BY 1
                   UNTIL WS-RGN-IDX > WS-RGN-COUNT
                      OR WS-MATCH-IDX > 0
               IF WS-RGN-CODE(WS-RGN-IDX) = TRN-CODE
                   MOVE WS-RGN-IDX TO WS-MATCH-IDX
               END-IF
           END-PERFORM.

       8000-WRITE-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-RECORD
           WRITE CHANGE-REPORT-RECORD
           MOVE WS-REGIONS-IN TO WS-TOT-IN
           MOVE WS-ADDED-COUNT TO WS-TOT-ADDED
           MOVE WS-CHANGED-COUNT TO WS-TOT-CHANGED
           MOVE WS-CLOSED-COUNT TO WS-TOT-CLOSED
           MOVE WS-REOPENED-COUNT TO WS-TOT-REOPENED
           MOVE WS-REGIONS-OUT TO WS-TOT-OUT
           WRITE CHANGE-REPORT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
           MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED
           WRITE CHANGE-REPORT-RECORD FROM WS-TOTAL-LINE-2
           IF WS-WARNING-RAISED
               WRITE CHANGE-REPORT-RECORD FROM WS-WARNING-LINE
           END-IF.

       9000-TERMINATE.
           IF WS-TRAN-OPEN
               CLOSE TRANSACTION-CARD-FILE
           END-IF
           CLOSE CHANGE-REPORT-FILE
           IF WS-WARNING-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF.
