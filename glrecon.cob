      * all report and end the job RC=8, so the nightly scheduler can
      * hold the next extract until someone looks - a silently
      * dropped region posting must not wait for month-end again.
      *
      * Each 'D' record carries the region's amount in its own
      * currency and the base-currency amount GLEXTR converted it to;
      * the 'C' record's amount is a control sum across currencies,
      * its base amount a true base total. Both must foot. Where the
      * acknowledgment returns a base amount it must match too; one
      * the ledger leaves blank is matched on count and amount alone.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  EXT-COUNT              PIC 9(7).
           05  EXT-AMOUNT             PIC 9(11)V99.
           05  EXT-RUN-DATE           PIC 9(8).
           05  EXT-REGION-NAME        PIC X(30).
           05  EXT-CURRENCY           PIC X(03).
           05  EXT-BASE-AMOUNT        PIC 9(11)V99.
           05  FILLER                 PIC X(02).

       01  EXTRACT-CONTROL REDEFINES EXTRACT-RECORD.
           05  FILLER                 PIC X(01).
           05  EXT-CTL-RECORDS        PIC 9(9).
           05  EXT-CTL-AMOUNT         PIC 9(13)V99.
           05  EXT-CTL-RUN-DATE       PIC 9(8).
           05  EXT-CTL-BASE-AMOUNT    PIC 9(13)V99.
           05  EXT-CTL-BASE-CCY       PIC X(03).
           05  FILLER                 PIC X(22).

      * Posting acknowledgment returned by the GL system - one 'A'
      * record per region it posted, count and amount as posted, and
      * the base-currency amount where the ledger returns it (same
      * positions as the extract's 'D' record).
       FD  ACK-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
           05  ACK-COUNT              PIC 9(7).
           05  ACK-AMOUNT             PIC 9(11)V99.
           05  ACK-POST-DATE          PIC 9(8).
           05  FILLER                 PIC X(30).
           05  ACK-CURRENCY           PIC X(03).
           05  ACK-BASE-AMOUNT        PIC 9(11)V99.
           05  FILLER                 PIC X(02).

       FD  RECON-PRINT-FILE
           RECORDING MODE IS F
               10  WS-RGN-CODE        PIC X(03).
               10  WS-RGN-EXT-COUNT   PIC 9(7).
               10  WS-RGN-EXT-AMOUNT  PIC 9(11)V99.
               10  WS-RGN-CURRENCY    PIC X(03).
               10  WS-RGN-EXT-BASE    PIC 9(11)V99.
               10  WS-RGN-ACK-COUNT   PIC 9(7).
               10  WS-RGN-ACK-AMOUNT  PIC 9(11)V99.
               10  WS-RGN-RESULT      PIC X(01).

       01  WS-SUM-AMOUNT              PIC 9(13)V99 VALUE ZEROS.

       01  WS-SUM-BASE                PIC 9(13)V99 VALUE ZEROS.

       01  WS-CTL-REGIONS             PIC 9(7) VALUE ZEROS.

       01  WS-CTL-RECORDS             PIC 9(9) VALUE ZEROS.

       01  WS-CTL-AMOUNT              PIC 9(13)V99 VALUE ZEROS.

      * An extract cut before base-currency posting has no base
      * figures; its control base is left out of the cross-foot.
       01  WS-CTL-BASE                PIC 9(13)V99 VALUE ZEROS.

       01  WS-CTL-BASE-CCY            PIC X(03) VALUE SPACES.

       01  WS-CTL-BASE-SWITCH         PIC X(01) VALUE 'N'.
           88  WS-CTL-BASE-PRESENT    VALUE 'Y'.

       01  WS-POSTED-COUNT            PIC 9(3) VALUE ZEROS.

       01  WS-MISSING-COUNT           PIC 9(3) VALUE ZEROS.
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(08) VALUE "RGN CCY".
           05  FILLER                 PIC X(12) VALUE "  EXT COUNT".
           05  FILLER                 PIC X(18)
               VALUE "      EXT AMOUNT".
           05  FILLER                 PIC X(12) VALUE "  ACK COUNT".
           05  FILLER                 PIC X(18)
               VALUE "      ACK AMOUNT".
           05  FILLER                 PIC X(19)
               VALUE "    EXT BASE AMOUNT".
           05  FILLER                 PIC X(10) VALUE "  RESULT".
           05  FILLER                 PIC X(35) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-REGION          PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-CURRENCY        PIC X(03).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DTL-EXT-COUNT       PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-EXT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-ACK-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-EXT-BASE        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-RESULT          PIC X(10).
           05  FILLER                 PIC X(34) VALUE SPACES.

       01  WS-UNKNOWN-LINE.
           05  WS-UNK-REGION          PIC X(03).
           05  WS-TOT-UNKNOWN         PIC ZZ9.
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-BASE-TOTAL-LINE.
           05  FILLER                 PIC X(28)
               VALUE "EXTRACT BASE-CURRENCY TOTAL ".
           05  WS-BTL-CCY             PIC X(03).
           05  FILLER                 PIC X(02) VALUE ": ".
           05  WS-BTL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(79) VALUE SPACES.

       01  WS-CLEAN-LINE.
           05  FILLER                 PIC X(132)
               VALUE "ALL EXTRACTED REGIONS POSTED AND IN BALANCE".
                   MOVE EXT-CTL-REGIONS TO WS-CTL-REGIONS
                   MOVE EXT-CTL-RECORDS TO WS-CTL-RECORDS
                   MOVE EXT-CTL-AMOUNT TO WS-CTL-AMOUNT
                   IF EXT-CTL-BASE-AMOUNT IS NUMERIC
                       SET WS-CTL-BASE-PRESENT TO TRUE
                       MOVE EXT-CTL-BASE-AMOUNT TO WS-CTL-BASE
                       MOVE EXT-CTL-BASE-CCY TO WS-CTL-BASE-CCY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE EXT-REGION TO WS-RGN-CODE(WS-RGN-COUNT)
           MOVE EXT-COUNT TO WS-RGN-EXT-COUNT(WS-RGN-COUNT)
           MOVE EXT-AMOUNT TO WS-RGN-EXT-AMOUNT(WS-RGN-COUNT)
           MOVE EXT-CURRENCY TO WS-RGN-CURRENCY(WS-RGN-COUNT)
           IF EXT-BASE-AMOUNT IS NUMERIC
               MOVE EXT-BASE-AMOUNT TO WS-RGN-EXT-BASE(WS-RGN-COUNT)
           ELSE
               MOVE ZEROS TO WS-RGN-EXT-BASE(WS-RGN-COUNT)
           END-IF
           MOVE ZEROS TO WS-RGN-ACK-COUNT(WS-RGN-COUNT)
           MOVE ZEROS TO WS-RGN-ACK-AMOUNT(WS-RGN-COUNT)
           MOVE 'U' TO WS-RGN-RESULT(WS-RGN-COUNT)
           ADD 1 TO WS-SUM-REGIONS
           ADD EXT-COUNT TO WS-SUM-RECORDS
           ADD EXT-AMOUNT TO WS-SUM-AMOUNT
           ADD WS-RGN-EXT-BASE(WS-RGN-COUNT) TO WS-SUM-BASE.

      * The extract must agree with itself before the ledger's answer
      * means anything - a 'C' record that does not foot to the 'D'
               IF WS-CTL-REGIONS NOT = WS-SUM-REGIONS
                       OR WS-CTL-RECORDS NOT = WS-SUM-RECORDS
                       OR WS-CTL-AMOUNT NOT = WS-SUM-AMOUNT
                       OR (WS-CTL-BASE-PRESENT
                           AND WS-CTL-BASE NOT = WS-SUM-BASE)
                   SET WS-PROBLEM-RAISED TO TRUE
                   WRITE RECON-PRINT-RECORD FROM WS-CTL-MISMATCH-LINE
               END-IF
               ELSE
                   MOVE 'M' TO WS-RGN-RESULT(WS-MATCH-IDX)
               END-IF
               IF ACK-BASE-AMOUNT IS NUMERIC
                       AND ACK-BASE-AMOUNT NOT =
                           WS-RGN-EXT-BASE(WS-MATCH-IDX)
                   MOVE 'M' TO WS-RGN-RESULT(WS-MATCH-IDX)
               END-IF
           END-IF.

       4000-REPORT-RESULTS.
           MOVE WS-MISMATCH-COUNT TO WS-TOT-MISMATCH
           MOVE WS-UNKNOWN-COUNT TO WS-TOT-UNKNOWN
           WRITE RECON-PRINT-RECORD FROM WS-TOTAL-LINE
           IF WS-CTL-BASE-PRESENT
               MOVE WS-CTL-BASE-CCY TO WS-BTL-CCY
               MOVE WS-SUM-BASE TO WS-BTL-AMOUNT
               WRITE RECON-PRINT-RECORD FROM WS-BASE-TOTAL-LINE
           END-IF
           IF WS-PROBLEM-RAISED
               WRITE RECON-PRINT-RECORD FROM WS-HOLD-LINE
           ELSE
           MOVE WS-RGN-CODE(WS-RGN-IDX) TO WS-DTL-REGION
           MOVE WS-RGN-EXT-COUNT(WS-RGN-IDX) TO WS-DTL-EXT-COUNT
           MOVE WS-RGN-EXT-AMOUNT(WS-RGN-IDX) TO WS-DTL-EXT-AMOUNT
           MOVE WS-RGN-CURRENCY(WS-RGN-IDX) TO WS-DTL-CURRENCY
           MOVE WS-RGN-EXT-BASE(WS-RGN-IDX) TO WS-DTL-EXT-BASE
           MOVE WS-RGN-ACK-COUNT(WS-RGN-IDX) TO WS-DTL-ACK-COUNT
           MOVE WS-RGN-ACK-AMOUNT(WS-RGN-IDX) TO WS-DTL-ACK-AMOUNT
           EVALUATE TRUE
