       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKOUT.

      * Feed batch backout. When a sender's batch balanced (its HDR/
      * TRL count and hash agreed, so TBLLOAD applied it) but carried
      * wrong data, this program builds the compensating batch from
      * the cumulative audit trail (shared WSAUDREC layout): every
      * add, update and delete TBLLOAD applied for the named source
      * ID on the named run date is undone -
      *
      *   batch ADD     -> feed 'D' deleting the key again
      *   batch UPDATE  -> feed 'U' restoring the before image
      *   batch DELETE  -> feed 'A' re-adding the before image
      *
      * A key the batch touched more than once is undone as a whole -
      * back to its image before the batch's first change (an add the
      * same batch then deleted needs nothing). The compensating
      * transactions go out in INFEED format inside their own HDR/TRL
      * (source BACKOUT unless a BKSOURCE card says otherwise) so the
      * next TBLLOAD balances and applies them like any other sender.
      *
      * A key changed again after the bad batch - by a later feed
      * batch, by TBLMNT online, or by anything else that left the
      * current master different from what the batch left (a later
      * load-date stamp included) - is NOT backed out: it goes on the
      * conflict list with the change that followed, for someone to
      * correct by hand, because undoing the batch would overwrite
      * that later change blindly. So does a deleted key that is back
      * on the master, or one that was already flag-deleted when the
      * batch removed it (re-adding it would bring it back live).
      *
      * Input is the audit trail (batch AUDIT plus the online AUDT
      * dataset) sorted by key and then date and time, and the
      * current master unloaded from the cluster in key order - the
      * two are match-merged key by key. Conflicts end the job RC=4;
      * no audit record at all for the source and date ends it RC=8
      * with no batch written; bad or missing cards end it RC=16.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT MASTER-FILE ASSIGN TO MSTIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MST-STATUS.

           SELECT BATCH-FILE ASSIGN TO BKOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO BKRPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10: SOURCE (the
      * feed source ID to back out), RUNDATE (YYYYMMDD, the night it
      * was applied - AUD-DATE on its audit records), BKSOURCE
      * (optional source ID for the compensating batch). '*' in
      * column 1 is a comment card.
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  AUDIT-RECORD               PIC X(200).

       FD  MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-RECORD.
           05  MST-KEY                PIC X(10).
           05  MST-DESC               PIC X(50).
           05  MST-AMOUNT             PIC 9(7)V99.
           05  MST-DEL-FLAG           PIC X(01).
           05  FILLER                 PIC X(01).
           05  MST-LOAD-DATE          PIC X(08).
           05  FILLER                 PIC X(01).

      * Same HDR/data/TRL shapes TBLLOAD reads on INFILE.
       FD  BATCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-RECORD               PIC X(80).

       FD  REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD              PIC X(132).

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       WORKING-STORAGE SECTION.
           COPY WSAUDREC.

       01  WS-SWITCHES.
           05  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-AUD-EOF         VALUE 'Y'.
           05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MST-EOF         VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-MST-OPEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MST-OPEN        VALUE 'Y'.
           05  WS-ON-MASTER-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-ON-MASTER       VALUE 'Y'.

       01  WS-AUD-STATUS              PIC X(02) VALUE SPACES.

       01  WS-MST-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * What to back out, from the cards.
       01  WS-BK-SOURCE               PIC X(08) VALUE SPACES.

       01  WS-BK-RUN-DATE             PIC X(08) VALUE SPACES.

       01  WS-BK-RUN-DATE-NUM REDEFINES WS-BK-RUN-DATE
                                      PIC 9(08).

      * Source ID the compensating batch carries on its HDR - the
      * audit trail will name it as the source of the corrections.
       01  WS-BATCH-SOURCE-ID         PIC X(08) VALUE "BACKOUT".

      * One key's audit history, gathered across its control-break
      * group: the bad batch's first and last change to the key, and
      * the first change anybody made after the batch had started on
      * it. APPRVD records are not changes (each rides with the
      * UPDATE or HELD it approved) and are passed over.
       01  WS-GRP-KEY                 PIC X(10) VALUE SPACES.

       01  WS-GRP-BATCH-COUNT         PIC 9(5) VALUE ZEROS.

       01  WS-GRP-FIRST-ACTION        PIC X(06) VALUE SPACES.

       01  WS-GRP-LAST-ACTION         PIC X(06) VALUE SPACES.

       01  WS-GRP-LAST-STAMP          PIC X(16) VALUE SPACES.

       01  WS-GRP-LATER-COUNT         PIC 9(5) VALUE ZEROS.

       01  WS-GRP-LATER-SOURCE        PIC X(08) VALUE SPACES.

       01  WS-GRP-LATER-DATE          PIC X(08) VALUE SPACES.

       01  WS-GRP-LATER-TIME          PIC X(08) VALUE SPACES.

       01  WS-GRP-LATER-ACTION        PIC X(06) VALUE SPACES.

      * Master-shaped images decoded for the compensating record and
      * the comparison with the current master.
       01  WS-FIRST-BEFORE.
           05  BFR-KEY                PIC X(10).
           05  BFR-DESC               PIC X(50).
           05  BFR-AMOUNT             PIC 9(7)V99.
           05  BFR-DEL-FLAG           PIC X(01).
               88  BFR-DELETED        VALUE 'D'.
           05  FILLER                 PIC X(10).

       01  WS-LAST-AFTER.
           05  AFT-KEY                PIC X(10).
           05  AFT-DESC               PIC X(50).
           05  AFT-AMOUNT             PIC 9(7)V99.
           05  AFT-DEL-FLAG           PIC X(01).
           05  FILLER                 PIC X(01).
           05  AFT-LOAD-DATE          PIC X(08).
           05  FILLER                 PIC X(01).

       01  WS-NET-ACTION              PIC X(06) VALUE SPACES.
           88  WS-NET-ADD             VALUE "ADD".
           88  WS-NET-UPDATE          VALUE "UPDATE".
           88  WS-NET-DELETE          VALUE "DELETE".
           88  WS-NET-NONE            VALUE "NONE".

       01  WS-CONFLICT-REASON         PIC X(40) VALUE SPACES.

      * Compensating transaction in the INFEED layout - tran code in
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

       01  WS-AUDIT-READ-COUNT        PIC 9(9) VALUE ZEROS.

       01  WS-BATCH-AUD-COUNT         PIC 9(9) VALUE ZEROS.

       01  WS-KEY-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-COMP-COUNT              PIC 9(9) VALUE ZEROS.

       01  WS-COMP-HASH               PIC 9(13)V99 VALUE ZEROS.

       01  WS-COMP-DEL-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-COMP-UPD-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-COMP-ADD-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-NO-NET-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-CONFLICT-COUNT          PIC 9(7) VALUE ZEROS.

       01  WS-BACKOUT-HEADING.
           05  FILLER                 PIC X(38)
               VALUE "BACKOUT FEED BATCH COMPENSATION".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(76) VALUE SPACES.

       01  WS-REQUEST-LINE.
           05  FILLER                 PIC X(08) VALUE "SOURCE: ".
           05  WS-REQ-SOURCE          PIC X(08).
           05  FILLER                 PIC X(18)
               VALUE "  BATCH RUN DATE: ".
           05  WS-REQ-RUN-DATE        PIC X(08).
           05  FILLER                 PIC X(23)
               VALUE "  COMPENSATING SOURCE: ".
           05  WS-REQ-BK-SOURCE       PIC X(08).
           05  FILLER                 PIC X(59) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT        PIC X(60).
           05  FILLER                 PIC X(72) VALUE SPACES.

       01  WS-COMP-LINE.
           05  WS-CMP-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CMP-CODE            PIC X(01).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CMP-TEXT            PIC X(20).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CMP-DESC            PIC X(50).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CMP-AMOUNT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(31) VALUE SPACES.

       01  WS-CONFLICT-LINE.
           05  WS-CFL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CFL-NET             PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CFL-REASON          PIC X(40).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-CFL-LATER.
               10  WS-CFL-LATER-TAG   PIC X(07).
               10  WS-CFL-SOURCE      PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CFL-DATE        PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CFL-TIME        PIC X(08).
               10  FILLER             PIC X(01).
               10  WS-CFL-ACTION      PIC X(06).
               10  FILLER             PIC X(08).
               10  WS-CFL-COUNT       PIC ZZZZ9.
           05  FILLER                 PIC X(17) VALUE SPACES.

       01  WS-CFL-MAX                 PIC 9(4) VALUE 1000.

       01  WS-CFL-USED                PIC 9(4) VALUE ZEROS.

       01  WS-CFL-IDX                 PIC 9(4) VALUE ZEROS.

       01  WS-CFL-TABLE.
           05  WS-CFL-ENTRY           PIC X(132) OCCURS 1000 TIMES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                 PIC X(20)
               VALUE "AUDIT RECORDS READ: ".
           05  WS-TOT-READ            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  BATCH RECORDS: ".
           05  WS-TOT-BATCH           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(16)
               VALUE "  KEYS TOUCHED: ".
           05  WS-TOT-KEYS            PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(48) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                 PIC X(09) VALUE "DELETES: ".
           05  WS-TOT-DEL             PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE "  UPDATES: ".
           05  WS-TOT-UPD             PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(11) VALUE "  RE-ADDS: ".
           05  WS-TOT-ADD             PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  NO NET CHANGE: ".
           05  WS-TOT-NONET           PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(13) VALUE "  CONFLICTS: ".
           05  WS-TOT-CONFLICT        PIC Z,ZZZ,ZZ9.
           05  FILLER                 PIC X(35) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                 PIC X(26)
               VALUE "COMPENSATING BATCH COUNT: ".
           05  WS-TOT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(08) VALUE "  HASH: ".
           05  WS-TOT-HASH            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(66) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-KEY-GROUP
               UNTIL WS-AUD-EOF
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Without both a source and a run date there is nothing safe to
      * back out, and without the audit trail nothing to back out
      * from - either stops the run RC=16 before any batch is cut.
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT BATCH-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE REPORT-RECORD FROM WS-BACKOUT-HEADING
           PERFORM 1100-LOAD-PARAMETERS
           MOVE WS-BK-SOURCE TO WS-REQ-SOURCE
           MOVE WS-BK-RUN-DATE TO WS-REQ-RUN-DATE
           MOVE WS-BATCH-SOURCE-ID TO WS-REQ-BK-SOURCE
           WRITE REPORT-RECORD FROM WS-REQUEST-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-BK-SOURCE = SPACES
                   OR WS-BK-RUN-DATE IS NOT NUMERIC
               MOVE "SOURCE AND RUNDATE CARDS ARE BOTH REQUIRED - NOTHIN
      -            "G BACKED OUT" TO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "AUDIT TRAIL NOT OPENED - STATUS="
                      WS-AUD-STATUS
                      " - NOTHING BACKED OUT"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           OPEN INPUT MASTER-FILE
           IF WS-MST-STATUS = "00"
               SET WS-MST-OPEN TO TRUE
               PERFORM 3150-READ-MASTER
           ELSE
               SET WS-MST-EOF TO TRUE
           END-IF
           MOVE "COMPENSATING TRANSACTIONS" TO WS-SECTION-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 2900-READ-AUDIT.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   PERFORM 1110-APPLY-PARAMETER
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       1110-APPLY-PARAMETER.
           EVALUATE PRM-KEYWORD
               WHEN "SOURCE  "
                   MOVE PRM-VALUE(1:8) TO WS-BK-SOURCE
               WHEN "RUNDATE "
                   MOVE PRM-VALUE(1:8) TO WS-BK-RUN-DATE
               WHEN "BKSOURCE"
                   IF PRM-VALUE(1:8) NOT = SPACES
                       MOVE PRM-VALUE(1:8) TO WS-BATCH-SOURCE-ID
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       1900-ABEND-RUN.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "BACKOUT - " WS-MSG-TEXT(1:70)
           CLOSE REPORT-FILE
           CLOSE BATCH-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * One control-break group per key. The trail is in key, date,
      * time order, so the batch's own records and anything that
      * followed them arrive together and in sequence.
       2000-PROCESS-KEY-GROUP.
           MOVE AUD-KEY TO WS-GRP-KEY
           MOVE ZEROS TO WS-GRP-BATCH-COUNT
           MOVE ZEROS TO WS-GRP-LATER-COUNT
           MOVE SPACES TO WS-GRP-FIRST-ACTION
           MOVE SPACES TO WS-GRP-LAST-ACTION
           MOVE SPACES TO WS-GRP-LAST-STAMP
           MOVE SPACES TO WS-GRP-LATER-SOURCE
           MOVE SPACES TO WS-GRP-LATER-DATE
           MOVE SPACES TO WS-GRP-LATER-TIME
           MOVE SPACES TO WS-GRP-LATER-ACTION
           MOVE SPACES TO WS-FIRST-BEFORE
           MOVE SPACES TO WS-LAST-AFTER
           PERFORM UNTIL WS-AUD-EOF
                   OR AUD-KEY NOT = WS-GRP-KEY
               PERFORM 2100-EXAMINE-AUDIT-RECORD
               PERFORM 2900-READ-AUDIT
           END-PERFORM
           IF WS-GRP-BATCH-COUNT > 0
               ADD 1 TO WS-KEY-COUNT
               PERFORM 3000-RESOLVE-KEY
           END-IF.

      * A record of the bad batch is an ADD, UPDATE or DELETE under
      * its source ID on its run date. Any other change to the key
      * after the batch's first record is a later change - even
      * one interleaved between two of the batch's own records.
       2100-EXAMINE-AUDIT-RECORD.
           IF AUD-SOURCE = WS-BK-SOURCE
                   AND AUD-DATE = WS-BK-RUN-DATE-NUM
                   AND (AUD-ACTION = "ADD" OR AUD-ACTION = "UPDATE"
                        OR AUD-ACTION = "DELETE")
               ADD 1 TO WS-BATCH-AUD-COUNT
               IF WS-GRP-BATCH-COUNT = 0
                   MOVE AUD-ACTION TO WS-GRP-FIRST-ACTION
                   MOVE AUD-BEFORE TO WS-FIRST-BEFORE
               END-IF
               ADD 1 TO WS-GRP-BATCH-COUNT
               MOVE AUD-ACTION TO WS-GRP-LAST-ACTION
               MOVE AUD-AFTER TO WS-LAST-AFTER
               MOVE AUD-DATE TO WS-GRP-LAST-STAMP(1:8)
               MOVE AUD-TIME TO WS-GRP-LAST-STAMP(9:8)
           ELSE
               IF WS-GRP-BATCH-COUNT > 0
                       AND AUD-ACTION NOT = "APPRVD"
                   ADD 1 TO WS-GRP-LATER-COUNT
                   IF WS-GRP-LATER-COUNT = 1
                       MOVE AUD-SOURCE TO WS-GRP-LATER-SOURCE
                       MOVE AUD-DATE TO WS-GRP-LATER-DATE
                       MOVE AUD-TIME TO WS-GRP-LATER-TIME
                       MOVE AUD-ACTION TO WS-GRP-LATER-ACTION
                   END-IF
               END-IF
           END-IF.

       2900-READ-AUDIT.
           READ AUDIT-FILE INTO WS-AUDIT-REC
               AT END SET WS-AUD-EOF TO TRUE
           END-READ
           IF NOT WS-AUD-EOF
               ADD 1 TO WS-AUDIT-READ-COUNT
           END-IF.

      * The batch's net effect on the key decides the compensating
      * transaction; the current master and the later history decide
      * whether it is safe to send.
       3000-RESOLVE-KEY.
           PERFORM 3100-POSITION-MASTER
           EVALUATE TRUE
               WHEN WS-GRP-FIRST-ACTION = "ADD"
                       AND WS-GRP-LAST-ACTION = "DELETE"
                   SET WS-NET-NONE TO TRUE
               WHEN WS-GRP-FIRST-ACTION = "ADD"
                   SET WS-NET-ADD TO TRUE
               WHEN WS-GRP-LAST-ACTION = "DELETE"
                   SET WS-NET-DELETE TO TRUE
               WHEN OTHER
                   SET WS-NET-UPDATE TO TRUE
           END-EVALUATE
           IF WS-NET-NONE
               ADD 1 TO WS-NO-NET-COUNT
           ELSE
               PERFORM 3200-CHECK-CONFLICT
               IF WS-CONFLICT-REASON = SPACES
                   PERFORM 3300-WRITE-COMPENSATOR
               ELSE
                   PERFORM 3400-HOLD-CONFLICT
               END-IF
           END-IF.

      * The master is in key order too - move it up to the group's
      * key and note whether the key is there now.
       3100-POSITION-MASTER.
           PERFORM UNTIL WS-MST-EOF
                   OR MST-KEY NOT < WS-GRP-KEY
               PERFORM 3150-READ-MASTER
           END-PERFORM
           IF NOT WS-MST-EOF AND MST-KEY = WS-GRP-KEY
               SET WS-ON-MASTER TO TRUE
           ELSE
               MOVE 'N' TO WS-ON-MASTER-SWITCH
           END-IF.

       3150-READ-MASTER.
           READ MASTER-FILE
               AT END SET WS-MST-EOF TO TRUE
           END-READ.

      * First reason found wins. Without a master to compare against
      * nothing can be shown safe, so every key is a conflict.
       3200-CHECK-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-REASON
           EVALUATE TRUE
               WHEN NOT WS-MST-OPEN
                   MOVE "CURRENT MASTER NOT READ" TO WS-CONFLICT-REASON
               WHEN WS-GRP-LATER-COUNT > 0
                   MOVE "CHANGED AGAIN AFTER THE BATCH"
                       TO WS-CONFLICT-REASON
               WHEN WS-NET-DELETE AND WS-ON-MASTER
                   MOVE "DELETED KEY IS BACK ON THE MASTER"
                       TO WS-CONFLICT-REASON
               WHEN WS-NET-DELETE AND BFR-DELETED
                   MOVE "WAS FLAG-DELETED - RE-ADD WOULD REVIVE IT"
                       TO WS-CONFLICT-REASON
               WHEN WS-NET-DELETE
                   CONTINUE
               WHEN NOT WS-ON-MASTER
                   MOVE "KEY NO LONGER ON THE MASTER"
                       TO WS-CONFLICT-REASON
               WHEN MST-DESC NOT = AFT-DESC
                 OR MST-AMOUNT NOT = AFT-AMOUNT
                 OR MST-DEL-FLAG NOT = AFT-DEL-FLAG
                   MOVE "MASTER DIFFERS FROM WHAT THE BATCH LEFT"
                       TO WS-CONFLICT-REASON
               WHEN MST-LOAD-DATE > WS-GRP-LAST-STAMP(1:8)
                   MOVE "MASTER RESTAMPED AFTER THE BATCH"
                       TO WS-CONFLICT-REASON
           END-EVALUATE.

       3300-WRITE-COMPENSATOR.
           MOVE SPACES TO WS-FEED-REC
           MOVE WS-GRP-KEY TO FEED-KEY
           EVALUATE TRUE
               WHEN WS-NET-ADD
                   MOVE AFT-DESC TO FEED-DESC
                   MOVE AFT-AMOUNT TO FEED-AMOUNT
                   MOVE 'D' TO FEED-TRAN-CODE
                   MOVE "UNDO ADD" TO WS-CMP-TEXT
                   ADD 1 TO WS-COMP-DEL-COUNT
               WHEN WS-NET-UPDATE
                   MOVE BFR-DESC TO FEED-DESC
                   MOVE BFR-AMOUNT TO FEED-AMOUNT
                   MOVE 'U' TO FEED-TRAN-CODE
                   MOVE "RESTORE BEFORE IMAGE" TO WS-CMP-TEXT
                   ADD 1 TO WS-COMP-UPD-COUNT
               WHEN OTHER
                   MOVE BFR-DESC TO FEED-DESC
                   MOVE BFR-AMOUNT TO FEED-AMOUNT
                   MOVE 'A' TO FEED-TRAN-CODE
                   MOVE "RE-ADD DELETED KEY" TO WS-CMP-TEXT
                   ADD 1 TO WS-COMP-ADD-COUNT
           END-EVALUATE
           IF WS-COMP-COUNT = ZEROS
               MOVE WS-CURRENT-DATE TO WS-BH-RUN-DATE
               MOVE WS-BATCH-SOURCE-ID TO WS-BH-SOURCE-ID
               WRITE BATCH-RECORD FROM WS-BATCH-HEADER
           END-IF
           WRITE BATCH-RECORD FROM WS-FEED-REC
           ADD 1 TO WS-COMP-COUNT
           IF FEED-AMOUNT IS NUMERIC
               ADD FEED-AMOUNT TO WS-COMP-HASH
           END-IF
           MOVE FEED-KEY TO WS-CMP-KEY
           MOVE FEED-TRAN-CODE TO WS-CMP-CODE
           MOVE FEED-DESC TO WS-CMP-DESC
           MOVE ZEROS TO WS-CMP-AMOUNT
           IF FEED-AMOUNT IS NUMERIC
               MOVE FEED-AMOUNT TO WS-CMP-AMOUNT
           END-IF
           WRITE REPORT-RECORD FROM WS-COMP-LINE.

      * The conflict list prints after the compensating transactions,
      * so each conflict line is held in the table until then. Past
      * the table's size they are still counted (and so still left
      * out of the batch), with a note on the report.
       3400-HOLD-CONFLICT.
           ADD 1 TO WS-CONFLICT-COUNT
           MOVE SPACES TO WS-CONFLICT-LINE
           MOVE WS-GRP-KEY TO WS-CFL-KEY
           MOVE WS-NET-ACTION TO WS-CFL-NET
           MOVE WS-CONFLICT-REASON TO WS-CFL-REASON
           IF WS-GRP-LATER-COUNT > 0
               MOVE "LATER: " TO WS-CFL-LATER-TAG
               MOVE WS-GRP-LATER-SOURCE TO WS-CFL-SOURCE
               MOVE WS-GRP-LATER-DATE TO WS-CFL-DATE
               MOVE WS-GRP-LATER-TIME TO WS-CFL-TIME
               MOVE WS-GRP-LATER-ACTION TO WS-CFL-ACTION
               MOVE WS-GRP-LATER-COUNT TO WS-CFL-COUNT
           END-IF
           IF WS-CFL-USED < WS-CFL-MAX
               ADD 1 TO WS-CFL-USED
               MOVE WS-CONFLICT-LINE TO WS-CFL-ENTRY(WS-CFL-USED)
           END-IF.

       7000-WRITE-TRAILER.
           IF WS-COMP-COUNT > ZEROS
               MOVE WS-COMP-COUNT TO WS-BT-COUNT
               MOVE WS-COMP-HASH TO WS-BT-HASH
               WRITE BATCH-RECORD FROM WS-BATCH-TRAILER
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "CONFLICTS - NOT BACKED OUT, CORRECT BY HAND"
               TO WS-SECTION-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM VARYING WS-CFL-IDX FROM 1 BY 1
                   UNTIL WS-CFL-IDX > WS-CFL-USED
               WRITE REPORT-RECORD FROM WS-CFL-ENTRY(WS-CFL-IDX)
           END-PERFORM
           IF WS-CONFLICT-COUNT > WS-CFL-USED
               MOVE SPACES TO WS-MSG-TEXT
               STRING "** CONFLICT LIST FULL - FURTHER CONFLICTS COUNTE"
                      "D BUT NOT LISTED **"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       8000-WRITE-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-AUDIT-READ-COUNT TO WS-TOT-READ
           MOVE WS-BATCH-AUD-COUNT TO WS-TOT-BATCH
           MOVE WS-KEY-COUNT TO WS-TOT-KEYS
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-1
           MOVE WS-COMP-DEL-COUNT TO WS-TOT-DEL
           MOVE WS-COMP-UPD-COUNT TO WS-TOT-UPD
           MOVE WS-COMP-ADD-COUNT TO WS-TOT-ADD
           MOVE WS-NO-NET-COUNT TO WS-TOT-NONET
           MOVE WS-CONFLICT-COUNT TO WS-TOT-CONFLICT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-2
           MOVE WS-COMP-COUNT TO WS-TOT-COUNT
           MOVE WS-COMP-HASH TO WS-TOT-HASH
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE-3
           MOVE SPACES TO WS-MSG-TEXT
           EVALUATE TRUE
               WHEN WS-BATCH-AUD-COUNT = ZEROS
                   MOVE "** NO AUDIT RECORDS FOR THIS SOURCE AND RUN DAT
      -                "E - NO BATCH WRITTEN **" TO WS-MSG-TEXT
               WHEN WS-CONFLICT-COUNT > ZEROS
                   MOVE "** CONFLICT KEYS WERE LEFT OUT OF THE BATCH - C
      -                "ORRECT THEM BY HAND **" TO WS-MSG-TEXT
           END-EVALUATE
           IF WS-MSG-TEXT NOT = SPACES
               WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE AUDIT-FILE
           IF WS-MST-OPEN
               CLOSE MASTER-FILE
           END-IF
           CLOSE BATCH-FILE
           CLOSE REPORT-FILE
           EVALUATE TRUE
               WHEN WS-BATCH-AUD-COUNT = ZEROS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-CONFLICT-COUNT > ZEROS
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.
