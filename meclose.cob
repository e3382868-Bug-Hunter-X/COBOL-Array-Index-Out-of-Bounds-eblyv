       IDENTIFICATION DIVISION.
       PROGRAM-ID. MECLOSE.

      * Month-end close. Finance used to close the month off whatever
      * the master looked like the night somebody remembered to run
      * RPTLOAD; this step freezes the month's last nightly SORTED
      * generation instead, as a retained MESNAP snapshot generation,
      * with its own control generation (WSMECTL layout): an 'M'
      * record with the snapshot's count, amount and close date,
      * followed by a copy of that night's GLEXTR region and control
      * records, so MEMOVE can tie every month-end to what the ledger
      * was sent.
      *
      * Run after the nightly stream. The night being closed is the
      * run date on the GLEXTR 'C' control record - or, when that is
      * the 1st and the month before it has no month-end on file yet,
      * the last day of that month: the month's last stream ran past
      * midnight and GLEXTR dated it the next morning. With CLOSE AUTO
      * (the default) the calendar decides - only the last night of
      * a month closes, any other night ends RC=4 with nothing
      * frozen; CLOSE FORCE closes the month of that night now (an
      * early close, or a rerun after a failed month-end night).
      *
      * The snapshot must tie to the GL extract before it is kept -
      * active (not flag-deleted) count and amount against the 'C'
      * record, exactly as STRMBAL proves the night. A SORTED
      * generation cut by ARCPURGE or ARCREST after the nightly run
      * will not tie, and ends the step RC=12 with nothing kept. A
      * month already closed ends it RC=8; a missing GL control
      * record or a bad card, RC=16. Only RC=0 catalogs the outputs.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-FILE ASSIGN TO MSTIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO GLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXT-STATUS.

      * Last month-end's control generation - only its 'M' record is
      * read, to stop the same month closing twice. Missing or empty
      * before the very first close.
           SELECT PRIOR-CONTROL-FILE ASSIGN TO PRVCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRV-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN TO SNAPOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CONTROL-FILE ASSIGN TO CTLOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CLOSE-REPORT-FILE ASSIGN TO MECRPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10: CLOSE AUTO or
      * CLOSE FORCE. No card is CLOSE AUTO. '*' in column 1 is a
      * comment card.
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same 80-byte record shape as WS-TABLE-ENTRY in WSAREA.
       FD  MASTER-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  MASTER-RECORD.
           05  MST-KEY                PIC X(10).
           05  MST-DESC               PIC X(50).
           05  MST-AMOUNT             PIC 9(7)V99.
           05  MST-DEL-FLAG           PIC X(01).
               88  MST-DELETED        VALUE 'D'.
           05  FILLER                 PIC X(10).

      * The file GLEXTR wrote; see WS-GL-DETAIL and WS-GL-CONTROL
      * there for the authoritative layouts.
       FD  EXTRACT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXTRACT-RECORD.
           05  EXT-REC-TYPE           PIC X(01).
               88  EXT-DETAIL-REC     VALUE 'D'.
               88  EXT-CONTROL-REC    VALUE 'C'.
           05  FILLER                 PIC X(79).

       01  EXTRACT-CONTROL REDEFINES EXTRACT-RECORD.
           05  FILLER                 PIC X(01).
           05  EXT-CTL-REGIONS        PIC 9(7).
           05  EXT-CTL-RECORDS        PIC 9(9).
           05  EXT-CTL-AMOUNT         PIC 9(13)V99.
           05  EXT-CTL-RUN-DATE       PIC 9(8).
           05  FILLER                 PIC X(40).

       FD  PRIOR-CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PRIOR-CONTROL-RECORD       PIC X(80).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD            PIC X(80).

       FD  CONTROL-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD             PIC X(80).

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  CLOSE-REPORT-RECORD        PIC X(132).

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       WORKING-STORAGE SECTION.
           COPY WSMECTL.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MST-EOF         VALUE 'Y'.
           05  WS-EXT-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-EXT-EOF         VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-CTL-SEEN-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-CTL-SEEN        VALUE 'Y'.
           05  WS-MISMATCH-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-MISMATCH-RAISED VALUE 'Y'.
           05  WS-LAST-NIGHT-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-LAST-NIGHT      VALUE 'Y'.

       01  WS-EXT-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRV-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-CLOSE-MODE              PIC X(05) VALUE "AUTO".
           88  WS-CLOSE-AUTO          VALUE "AUTO".
           88  WS-CLOSE-FORCE         VALUE "FORCE".

       01  WS-EXIT-RC                 PIC 9(2) VALUE ZEROS.

      * The night being closed, from the GL control record.
       01  WS-CLOSE-DATE              PIC 9(8) VALUE ZEROS.
       01  WS-CLOSE-DATE-PARTS REDEFINES WS-CLOSE-DATE.
           05  WS-CLOSE-YYYY          PIC 9(4).
           05  WS-CLOSE-MM            PIC 9(2).
           05  WS-CLOSE-DD            PIC 9(2).

       01  WS-PERIOD                  PIC 9(6) VALUE ZEROS.

       01  WS-PRIOR-PERIOD            PIC 9(6) VALUE ZEROS.

      * The day before a 1st-of-month GL run date, and its month.
       01  WS-PREV-NIGHT-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-PREV-NIGHT-PARTS REDEFINES WS-PREV-NIGHT-DATE.
           05  WS-PREV-NIGHT-PERIOD   PIC 9(6).
           05  WS-PREV-NIGHT-DD       PIC 9(2).

       01  WS-GL-REGIONS              PIC 9(7) VALUE ZEROS.

       01  WS-GL-RECORDS              PIC 9(9) VALUE ZEROS.

       01  WS-GL-AMOUNT               PIC 9(13)V99 VALUE ZEROS.

       01  WS-GL-DETAIL-COUNT         PIC 9(7) VALUE ZEROS.

       01  WS-SNAP-COUNT              PIC 9(9) VALUE ZEROS.

       01  WS-SNAP-AMOUNT             PIC 9(13)V99 VALUE ZEROS.

       01  WS-ACT-COUNT               PIC 9(9) VALUE ZEROS.

       01  WS-ACT-AMOUNT              PIC 9(13)V99 VALUE ZEROS.

      * Days in each month, February adjusted for leap years below.
       01  WS-MONTH-DAYS-VALUES       PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS          PIC 9(2) OCCURS 12 TIMES.

       01  WS-LAST-DAY                PIC 9(2) VALUE ZEROS.

       01  WS-LEAP-QUOTIENT           PIC 9(4) VALUE ZEROS.

       01  WS-LEAP-REM-4              PIC 9(4) VALUE ZEROS.

       01  WS-LEAP-REM-100            PIC 9(4) VALUE ZEROS.

       01  WS-LEAP-REM-400            PIC 9(4) VALUE ZEROS.

       01  WS-CLOSE-HEADING.
           05  FILLER                 PIC X(36)
               VALUE "MECLOSE MONTH-END CLOSE".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(78) VALUE SPACES.

       01  WS-PERIOD-LINE.
           05  FILLER                 PIC X(08) VALUE "PERIOD: ".
           05  WS-PRD-PERIOD          PIC 9(6).
           05  FILLER                 PIC X(15)
               VALUE "  CLOSE NIGHT: ".
           05  WS-PRD-CLOSE-DATE      PIC 9(8).
           05  FILLER                 PIC X(08) VALUE "  MODE: ".
           05  WS-PRD-MODE            PIC X(05).
           05  FILLER                 PIC X(82) VALUE SPACES.

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

       01  WS-SNAP-TOTAL-LINE.
           05  FILLER                 PIC X(40)
               VALUE "SNAPSHOT RECORDS (ALL) / AMOUNT".
           05  WS-SNT-COUNT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(04) VALUE SPACES.
           05  WS-SNT-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(57) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-GL-EXTRACT
           PERFORM 2100-CHECK-CALENDAR
           PERFORM 2200-CHECK-PRIOR-CLOSE
           PERFORM 3000-FREEZE-SNAPSHOT
           PERFORM 4000-TIE-TO-GL
           PERFORM 5000-WRITE-CONTROL
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT CLOSE-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           WRITE CLOSE-REPORT-RECORD FROM WS-CLOSE-HEADING
           PERFORM 1100-LOAD-PARAMETERS
           IF NOT WS-CLOSE-AUTO AND NOT WS-CLOSE-FORCE
               MOVE "CLOSE CARD MUST BE AUTO OR FORCE - NOTHING FROZEN"
                   TO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PRM-KEYWORD = "CLOSE   "
                       MOVE PRM-VALUE(1:5) TO WS-CLOSE-MODE
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      * Every way this step can end short of a kept snapshot comes
      * through here with its message and return code - nothing has
      * been written to SNAPOUT or CTLOUT that the JCL will keep.
       1900-END-RUN.
           WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "MECLOSE - " WS-MSG-TEXT(1:70)
           CLOSE CLOSE-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE
           STOP RUN.

      * The last 'C' record wins, the same way STRMBAL reads it.
       2000-READ-GL-EXTRACT.
           OPEN INPUT EXTRACT-FILE
           IF WS-EXT-STATUS NOT = "00"
               SET WS-EXT-EOF TO TRUE
           ELSE
               READ EXTRACT-FILE
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
           END-IF
           PERFORM UNTIL WS-EXT-EOF
               IF EXT-DETAIL-REC
                   ADD 1 TO WS-GL-DETAIL-COUNT
               END-IF
               IF EXT-CONTROL-REC
                   SET WS-CTL-SEEN TO TRUE
                   MOVE EXT-CTL-REGIONS TO WS-GL-REGIONS
                   MOVE EXT-CTL-RECORDS TO WS-GL-RECORDS
                   MOVE EXT-CTL-AMOUNT TO WS-GL-AMOUNT
                   MOVE EXT-CTL-RUN-DATE TO WS-CLOSE-DATE
               END-IF
               READ EXTRACT-FILE
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-EXT-STATUS = "00" OR WS-EXT-STATUS = "10"
               CLOSE EXTRACT-FILE
           END-IF
           IF NOT WS-CTL-SEEN OR WS-CLOSE-DATE IS NOT NUMERIC
                   OR WS-CLOSE-DATE = ZEROS
               MOVE "GL EXTRACT CONTROL RECORD MISSING - NOTHING FROZEN"
                   TO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           PERFORM 2010-READ-PRIOR-CLOSE
           IF WS-CLOSE-DD = 1
               PERFORM 2020-CHECK-AFTER-MIDNIGHT
           END-IF
           MOVE WS-CLOSE-DATE(1:6) TO WS-PERIOD
           MOVE WS-PERIOD TO WS-PRD-PERIOD
           MOVE WS-CLOSE-DATE TO WS-PRD-CLOSE-DATE
           MOVE WS-CLOSE-MODE TO WS-PRD-MODE
           WRITE CLOSE-REPORT-RECORD FROM WS-PERIOD-LINE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD.

      * The last month-end on file, zero before the very first close.
       2010-READ-PRIOR-CLOSE.
           OPEN INPUT PRIOR-CONTROL-FILE
           IF WS-PRV-STATUS = "00"
               READ PRIOR-CONTROL-FILE INTO WS-ME-CONTROL-REC
                   AT END MOVE SPACES TO WS-ME-CONTROL-REC
               END-READ
               IF MEC-MONTH-END-REC AND MEC-PERIOD IS NUMERIC
                   MOVE MEC-PERIOD TO WS-PRIOR-PERIOD
               END-IF
               CLOSE PRIOR-CONTROL-FILE
           END-IF.

      * GLEXTR dates its extract when it runs, so a month's last
      * stream that runs past midnight reaches here dated the 1st.
      * If the month before has not been closed, that is the night
      * being closed - in either mode - and it closes as the month's
      * last night. Once that month is on file a 1st-of-month run
      * date is just the new month's first night.
       2020-CHECK-AFTER-MIDNIGHT.
           COMPUTE WS-PREV-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE) - 1)
           IF WS-PREV-NIGHT-PERIOD > WS-PRIOR-PERIOD
               MOVE SPACES TO WS-MSG-TEXT
               STRING "GL RUN DATE " WS-CLOSE-DATE
                      " IS PAST MIDNIGHT - PERIOD "
                      WS-PREV-NIGHT-PERIOD
                      " NOT YET CLOSED, CLOSING NIGHT "
                      WS-PREV-NIGHT-DATE
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE
               MOVE WS-PREV-NIGHT-DATE TO WS-CLOSE-DATE
           END-IF.

      * Leap years: divisible by 4, and not by 100 unless by 400.
       2100-CHECK-CALENDAR.
           MOVE 'N' TO WS-LAST-NIGHT-SWITCH
           IF WS-CLOSE-MM >= 1 AND WS-CLOSE-MM <= 12
               MOVE WS-MONTH-DAYS(WS-CLOSE-MM) TO WS-LAST-DAY
               IF WS-CLOSE-MM = 2
                   DIVIDE WS-CLOSE-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-CLOSE-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-CLOSE-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                           AND (WS-LEAP-REM-100 NOT = 0
                                OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-LAST-DAY
                   END-IF
               END-IF
               IF WS-CLOSE-DD = WS-LAST-DAY
                   SET WS-LAST-NIGHT TO TRUE
               END-IF
           END-IF
           IF WS-CLOSE-AUTO AND NOT WS-LAST-NIGHT
               MOVE "NOT THE LAST NIGHT OF THE MONTH - NOTHING FROZEN"
                   TO WS-MSG-TEXT
               MOVE 4 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF.

       2200-CHECK-PRIOR-CLOSE.
           IF WS-PRIOR-PERIOD NOT < WS-PERIOD
               MOVE SPACES TO WS-MSG-TEXT
               STRING "PERIOD ALREADY CLOSED - LAST MONTH-END ON FILE "
                      "IS " WS-PRIOR-PERIOD
                      " - NOTHING FROZEN"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               MOVE 8 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF.

      * The snapshot is the SORTED generation record for record,
      * flag-deleted keys included - only the control totals split
      * out the active subset the ledger sees.
       3000-FREEZE-SNAPSHOT.
           OPEN INPUT MASTER-FILE
           OPEN OUTPUT SNAPSHOT-FILE
           READ MASTER-FILE
               AT END SET WS-MST-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-MST-EOF
               WRITE SNAPSHOT-RECORD FROM MASTER-RECORD
               ADD 1 TO WS-SNAP-COUNT
               IF MST-AMOUNT IS NUMERIC
                   ADD MST-AMOUNT TO WS-SNAP-AMOUNT
                   IF NOT MST-DELETED
                       ADD MST-AMOUNT TO WS-ACT-AMOUNT
                   END-IF
               END-IF
               IF NOT MST-DELETED
                   ADD 1 TO WS-ACT-COUNT
               END-IF
               READ MASTER-FILE
                   AT END SET WS-MST-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE MASTER-FILE
           CLOSE SNAPSHOT-FILE
           MOVE WS-SNAP-COUNT TO WS-SNT-COUNT
           MOVE WS-SNAP-AMOUNT TO WS-SNT-AMOUNT
           WRITE CLOSE-REPORT-RECORD FROM WS-SNAP-TOTAL-LINE.

       4000-TIE-TO-GL.
           MOVE "SNAPSHOT ACTIVE COUNT VS GL CONTROL" TO WS-PRC-TEXT
           MOVE WS-ACT-COUNT TO WS-PRC-LEFT
           MOVE WS-GL-RECORDS TO WS-PRC-RIGHT
           IF WS-ACT-COUNT = WS-GL-RECORDS
               MOVE "MATCH" TO WS-PRC-RESULT
           ELSE
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "MISMATCH" TO WS-PRC-RESULT
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-PROOF-COUNT-LINE
           MOVE "SNAPSHOT ACTIVE AMOUNT VS GL CONTROL" TO WS-PRF-TEXT
           MOVE WS-ACT-AMOUNT TO WS-PRF-LEFT
           MOVE WS-GL-AMOUNT TO WS-PRF-RIGHT
           IF WS-ACT-AMOUNT = WS-GL-AMOUNT
               MOVE "MATCH" TO WS-PRF-RESULT
           ELSE
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "MISMATCH" TO WS-PRF-RESULT
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-PROOF-AMOUNT-LINE
           MOVE "GL REGION RECORDS VS GL CONTROL" TO WS-PRC-TEXT
           MOVE WS-GL-DETAIL-COUNT TO WS-PRC-LEFT
           MOVE WS-GL-REGIONS TO WS-PRC-RIGHT
           IF WS-GL-DETAIL-COUNT = WS-GL-REGIONS
               MOVE "MATCH" TO WS-PRC-RESULT
           ELSE
               SET WS-MISMATCH-RAISED TO TRUE
               MOVE "MISMATCH" TO WS-PRC-RESULT
           END-IF
           WRITE CLOSE-REPORT-RECORD FROM WS-PROOF-COUNT-LINE
           MOVE SPACES TO CLOSE-REPORT-RECORD
           WRITE CLOSE-REPORT-RECORD
           IF WS-MISMATCH-RAISED
               MOVE "** SNAPSHOT DOES NOT TIE TO THE GL EXTRACT - NOTHIN
      -            "G FROZEN **" TO WS-MSG-TEXT
               MOVE 12 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF.

      * The 'M' record first, then the night's GL extract as it was.
       5000-WRITE-CONTROL.
           OPEN OUTPUT CONTROL-FILE
           MOVE SPACES TO WS-ME-CONTROL-REC
           MOVE 'M' TO MEC-REC-TYPE
           MOVE WS-PERIOD TO MEC-PERIOD
           MOVE WS-CLOSE-DATE TO MEC-CLOSE-DATE
           MOVE WS-SNAP-COUNT TO MEC-SNAP-RECORDS
           MOVE WS-SNAP-AMOUNT TO MEC-SNAP-AMOUNT
           MOVE WS-ACT-COUNT TO MEC-ACTIVE-RECORDS
           MOVE WS-ACT-AMOUNT TO MEC-ACTIVE-AMOUNT
           MOVE WS-CURRENT-DATE TO MEC-FROZEN-DATE
           MOVE WS-CLOSE-MODE TO MEC-CLOSE-MODE
           WRITE CONTROL-RECORD FROM WS-ME-CONTROL-REC
           MOVE 'N' TO WS-EXT-EOF-SWITCH
           OPEN INPUT EXTRACT-FILE
           READ EXTRACT-FILE
               AT END SET WS-EXT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-EXT-EOF
               IF EXT-DETAIL-REC OR EXT-CONTROL-REC
                   WRITE CONTROL-RECORD FROM EXTRACT-RECORD
               END-IF
               READ EXTRACT-FILE
                   AT END SET WS-EXT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE EXTRACT-FILE
           CLOSE CONTROL-FILE
           MOVE SPACES TO WS-MSG-TEXT
           STRING "MONTH-END " WS-PERIOD
                  " FROZEN AND TIED TO THE GL EXTRACT"
                  DELIMITED BY SIZE
                  INTO WS-MSG-TEXT
           WRITE CLOSE-REPORT-RECORD FROM WS-MESSAGE-LINE.

       9000-TERMINATE.
           CLOSE CLOSE-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE.
