       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLARPT.

      * Batch-window SLA report - closes the nightly TBLLOAD stream by
      * answering "which step ran long, and will we make the window"
      * from one SYSOUT instead of a dig through every step's output.
      * Reads the cumulative job-timing history (shared WSJOBTIM
      * layout) that every program step of the stream - APPRRPT,
      * CSVCONV, TBLLOAD, LRGACCT, HELDBCH, GLEXTR, DELTARPT,
      * REJTRACK, TRENDRPT and STRMBAL - appends to, one record per
      * run.
      *
      * A night starts at an APPRRPT record - the stream's first
      * program step - so tonight is everything from the last APPRRPT
      * record to the end of the file, and each earlier night folds
      * into a per-step history of elapsed times. Runs that ended
      * above RC=4 print tonight but never enter the history; a
      * failed run's time says nothing about a normal night.
      *
      * For every step run tonight the report prints start, end and
      * elapsed time against the average of the step's last AVGRUNS
      * clean runs, and flags it:
      *   SLOWER   - more than SLOWPCT percent and SLOWMIN seconds
      *              over its average,
      *   TRENDING - longer on each of its last TRENDRUN runs,
      *              tonight's included, by SLOWMIN seconds overall,
      *   FAILED   - ended above RC=4.
      * A step that ran the night before but has no record tonight
      * (bypassed, abended or still running) is listed as well.
      *
      * The window runs from APPRRPT's start to the last step's end;
      * the IDCAMS and SORT steps in between cannot log and show as
      * the untimed remainder (only STEP001's one-record REPRO that
      * opens the batch window falls before it). It is held against
      * the TARGET card's completion time - the first such clock time
      * after the window started. The projection takes the
      * records-read growth per run over the last AVGRUNS runs on
      * RUNHIST (TBLLOAD's run history, shared WSRUNHST layout) and
      * assumes the whole window grows with volume, then says whether
      * the target still holds PROJRUNS runs ahead and, if it does,
      * roughly when it will not.
      *
      * RC=4 - a step flagged or missing, the target missed tonight
      * or in the projection, or a card rejected (its default stays).
      * An empty or missing timing history just reports and ends
      * clean, the way TRENDRPT treats an empty RUNHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

           SELECT HISTORY-FILE ASSIGN TO RUNHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.

           SELECT SLA-PRINT-FILE ASSIGN TO SLARPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10; '*' in column 1
      * is a comment card. Every setting has a default, so a missing
      * deck is a run on the defaults.
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       FD  HISTORY-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  HISTORY-RECORD             PIC X(80).

       FD  SLA-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  SLA-PRINT-RECORD           PIC X(132).

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       WORKING-STORAGE SECTION.
           COPY WSJOBTIM.
           COPY WSRUNHST.

       01  WS-SWITCHES.
           05  WS-JOBT-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-JOBT-EOF        VALUE 'Y'.
           05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-HIST-EOF        VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-CARD-ERROR-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CARD-ERROR      VALUE 'Y'.
           05  WS-WARNING-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-WARNING-RAISED  VALUE 'Y'.
           05  WS-STAMP-VALID-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-STAMP-VALID     VALUE 'Y'.
           05  WS-TIMES-VALID-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-TIMES-VALID     VALUE 'Y'.
           05  WS-WINDOW-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-WINDOW-TIMED    VALUE 'Y'.
           05  WS-SLOWER-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-STEP-SLOWER     VALUE 'Y'.
           05  WS-TRENDING-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-STEP-TRENDING   VALUE 'Y'.
           05  WS-GROWTH-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-GROWTH-KNOWN    VALUE 'Y'.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-EXIT-RC                 PIC 9(2) VALUE ZEROS.

      * The program whose record opens a night.
       01  WS-FIRST-STEP              PIC X(08) VALUE "APPRRPT".

      * Card settings, with their defaults.
       01  WS-TARGET-HHMM             PIC 9(4) VALUE 0600.
       01  WS-TARGET-PARTS REDEFINES WS-TARGET-HHMM.
           05  WS-TARGET-HH           PIC 9(2).
           05  WS-TARGET-MM           PIC 9(2).

       01  WS-AVG-RUNS                PIC 9(2) VALUE 07.

       01  WS-SLOW-PCT                PIC 9(3) VALUE 025.

       01  WS-SLOW-MIN-SECS           PIC 9(5) VALUE 00060.

       01  WS-TREND-RUNS              PIC 9(1) VALUE 3.

       01  WS-PROJ-RUNS               PIC 9(3) VALUE 030.

       01  WS-REJ-MAX                 PIC 9(2) VALUE 20.

       01  WS-REJ-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-REJ-TABLE.
           05  WS-REJ-CARD            PIC X(80) OCCURS 20 TIMES.

       01  WS-REJ-IDX                 PIC 9(2).

      * Per-step history of clean elapsed times (seconds), oldest
      * first. The ring holds the most a card can ask for - AVGRUNS
      * is at most 30 - and shifts down one slot when full. RAN-LAST
      * marks the steps of the last night folded in, so a step
      * missing tonight can be told from one that simply stopped
      * running long ago.
       01  WS-STEP-MAX                PIC 9(2) VALUE 20.

       01  WS-STEP-COUNT              PIC 9(2) VALUE ZEROS.

       01  WS-HIST-SLOTS              PIC 9(2) VALUE 30.

       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY          OCCURS 20 TIMES.
               10  WS-STP-NAME        PIC X(08).
               10  WS-STP-TONIGHT-SW  PIC X(01).
                   88  WS-STP-RAN-TONIGHT VALUE 'Y'.
               10  WS-STP-LAST-SW     PIC X(01).
                   88  WS-STP-RAN-LAST    VALUE 'Y'.
               10  WS-STP-HIST-COUNT  PIC 9(2).
               10  WS-STP-ELAPSED     PIC 9(7) OCCURS 30 TIMES.

       01  WS-STP-IDX                 PIC 9(2).

       01  WS-STP-FND-IDX             PIC 9(2) VALUE ZEROS.

       01  WS-SLOT-IDX                PIC 9(2).

       01  WS-SHIFT-IDX               PIC 9(2).

      * Tonight's records as read, held until the end of the file
      * proves no later APPRRPT record started another night. Past
      * the cap the oldest is folded into the history to make room.
       01  WS-TON-MAX                 PIC 9(2) VALUE 40.

       01  WS-TON-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-TONIGHT-TABLE.
           05  WS-TON-RECORD          PIC X(80) OCCURS 40 TIMES.

       01  WS-TON-IDX                 PIC 9(2).

       01  WS-JOBT-HOLD               PIC X(80).

      * Timestamp arithmetic is done in seconds from the start of
      * the INTEGER-OF-DATE calendar, so a window crossing midnight
      * or a month end subtracts cleanly.
       01  WS-CLOCK                   PIC 9(8).
       01  WS-CLOCK-PARTS REDEFINES WS-CLOCK.
           05  WS-CLK-HH              PIC 9(2).
           05  WS-CLK-MM              PIC 9(2).
           05  WS-CLK-SS              PIC 9(2).
           05  WS-CLK-HS              PIC 9(2).

       01  WS-STAMP-DATE              PIC 9(8).

       01  WS-STAMP-SECS              PIC 9(12).

       01  WS-DAYNUM                  PIC 9(7).

       01  WS-START-SECS              PIC 9(12).

       01  WS-END-SECS                PIC 9(12).

       01  WS-ELAPSED-SECS            PIC 9(7).

       01  WS-DUR-SECS                PIC 9(7).

       01  WS-DUR-HOURS               PIC 9(5).

       01  WS-DUR-REM                 PIC 9(7).

       01  WS-DUR-TEXT.
           05  WS-DUR-HH              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ":".
           05  WS-DUR-MM              PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ":".
           05  WS-DUR-SS              PIC 9(2).

       01  WS-STAMP-TEXT.
           05  WS-STX-DATE            PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-STX-TIME            PIC X(08).

      * Step figures for the line being printed.
       01  WS-AVG-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-AVG-FROM                PIC 9(2) VALUE ZEROS.

       01  WS-AVG-SUM                 PIC 9(9) VALUE ZEROS.

       01  WS-AVG-SECS                PIC 9(7) VALUE ZEROS.

       01  WS-OVER-SECS               PIC S9(7) VALUE ZEROS.

       01  WS-CHG-PCT                 PIC S9(5) VALUE ZEROS.

       01  WS-TREND-FROM              PIC 9(2) VALUE ZEROS.

      * Window figures.
       01  WS-WIN-START-SECS          PIC 9(12) VALUE ZEROS.

       01  WS-WIN-START-DAYNUM        PIC 9(7) VALUE ZEROS.

       01  WS-WIN-END-SECS            PIC 9(12) VALUE ZEROS.

       01  WS-WIN-ELAPSED             PIC 9(7) VALUE ZEROS.

       01  WS-STEP-TOTAL-SECS         PIC 9(7) VALUE ZEROS.

       01  WS-UNTIMED-SECS            PIC 9(7) VALUE ZEROS.

       01  WS-TARGET-SECS             PIC 9(12) VALUE ZEROS.

       01  WS-TARGET-ELAPSED          PIC 9(7) VALUE ZEROS.

       01  WS-TODAY-DAYNUM            PIC 9(7) VALUE ZEROS.

      * This run's own stamp in the same seconds, for telling
      * tonight's window from one left over from an earlier night.
       01  WS-RUN-SECS                PIC 9(12) VALUE ZEROS.

      * RUNHIST volume window - the last AVGRUNS + 1 records-read
      * figures in arrival order, tonight's last.
       01  WS-VOL-MAX                 PIC 9(2) VALUE ZEROS.

       01  WS-VOL-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-VOL-TABLE.
           05  WS-VOL-READ            PIC 9(9) OCCURS 31 TIMES.

       01  WS-VOL-IDX                 PIC 9(2).

       01  WS-GROWTH-PCT              PIC S9(3)V9(4) VALUE ZEROS.

       01  WS-PROJ-FACTOR             PIC S9(5)V9(4) VALUE ZEROS.

       01  WS-PROJ-ELAPSED            PIC 9(7) VALUE ZEROS.

       01  WS-RUNS-TO-MISS            PIC 9(5) VALUE ZEROS.

       01  WS-RUNS-TO-MISS-ED         PIC ZZZZ9.

       01  WS-PROJ-RUNS-ED            PIC ZZ9.

       01  WS-HEADING-LINE-1.
           05  FILLER                 PIC X(34)
               VALUE "SLARPT BATCH WINDOW SLA REPORT".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(21)
               VALUE "  TARGET COMPLETION: ".
           05  WS-HDG-TARGET-HH       PIC 9(2).
           05  FILLER                 PIC X(01) VALUE ":".
           05  WS-HDG-TARGET-MM       PIC 9(2).
           05  FILLER                 PIC X(54) VALUE SPACES.

       01  WS-HEADING-LINE-2.
           05  FILLER                 PIC X(16)
               VALUE "AVERAGE OF LAST ".
           05  WS-HDG-AVG-RUNS        PIC Z9.
           05  FILLER                 PIC X(16)
               VALUE " RUNS - SLOWER: ".
           05  WS-HDG-SLOW-PCT        PIC ZZ9.
           05  FILLER                 PIC X(09) VALUE " PCT AND ".
           05  WS-HDG-SLOW-MIN        PIC ZZZZ9.
           05  FILLER                 PIC X(30)
               VALUE " SECS OVER - TRENDING: RISING ".
           05  WS-HDG-TREND-RUNS      PIC 9.
           05  FILLER                 PIC X(18)
               VALUE " RUNS - PROJECTED ".
           05  WS-HDG-PROJ-RUNS       PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE " RUNS AHEAD".
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-CARD-LOG-LINE.
           05  WS-CLG-RESULT          PIC X(30).
           05  WS-CLG-CARD            PIC X(80).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(10) VALUE "STEP".
           05  FILLER                 PIC X(19) VALUE "STARTED".
           05  FILLER                 PIC X(19) VALUE "ENDED".
           05  FILLER                 PIC X(10) VALUE " ELAPSED".
           05  FILLER                 PIC X(08) VALUE " AVERAGE".
           05  FILLER                 PIC X(05) VALUE " RUNS".
           05  FILLER                 PIC X(08) VALUE " CHG PCT".
           05  FILLER                 PIC X(11) VALUE " RECORDS IN".
           05  FILLER                 PIC X(13) VALUE "  RECORDS OUT".
           05  FILLER                 PIC X(06) VALUE "    RC".
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(21) VALUE "FLAG".

       01  WS-DETAIL-LINE.
           05  WS-DTL-STEP            PIC X(08).
           05  FILLER                 PIC X(02).
           05  WS-DTL-START           PIC X(17).
           05  FILLER                 PIC X(02).
           05  WS-DTL-END             PIC X(17).
           05  FILLER                 PIC X(02).
           05  WS-DTL-ELAPSED         PIC X(08).
           05  FILLER                 PIC X(02).
           05  WS-DTL-AVERAGE         PIC X(08).
           05  FILLER                 PIC X(03).
           05  WS-DTL-RUNS            PIC Z9.
           05  FILLER                 PIC X(01).
           05  WS-DTL-CHG-PCT         PIC ----9.
           05  FILLER                 PIC X(02).
           05  WS-DTL-IN              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DTL-OUT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DTL-RC              PIC ZZZ9.
           05  FILLER                 PIC X(02).
           05  WS-DTL-FLAG            PIC X(19).
           05  FILLER                 PIC X(02).

       01  WS-MISSING-LINE.
           05  WS-MSL-STEP            PIC X(10).
           05  FILLER                 PIC X(122) VALUE
               "** NO TIMING RECORD TONIGHT - BYPASSED, ABENDED OR STILL
      -        " RUNNING".

       01  WS-WINDOW-LINE.
           05  WS-WIN-LABEL           PIC X(30).
           05  WS-WIN-VALUE           PIC X(17).
           05  FILLER                 PIC X(03) VALUE SPACES.
           05  WS-WIN-NOTE            PIC X(82).

       01  WS-VOLUME-LINE.
           05  FILLER                 PIC X(30)
               VALUE "RUNHIST RECORDS READ - TONIGHT".
           05  WS-VLN-TONIGHT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-VLN-BACK            PIC Z9.
           05  FILLER                 PIC X(12) VALUE " RUNS BACK: ".
           05  WS-VLN-OLDEST          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(18)
               VALUE "  GROWTH PER RUN: ".
           05  WS-VLN-GROWTH          PIC ---9.99.
           05  FILLER                 PIC X(04) VALUE " PCT".
           05  FILLER                 PIC X(35) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-TIMING
           PERFORM 3000-LOAD-VOLUME
           PERFORM 4000-REPORT-STEPS
           PERFORM 5000-REPORT-WINDOW
           PERFORM 5500-REPORT-PROJECTION
           PERFORM 8000-WRITE-CLOSING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOCK FROM TIME
           COMPUTE WS-TODAY-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
           COMPUTE WS-RUN-SECS = WS-TODAY-DAYNUM * 86400
               + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS
           OPEN OUTPUT SLA-PRINT-FILE
           PERFORM 1100-LOAD-PARAMETERS
           COMPUTE WS-VOL-MAX = WS-AVG-RUNS + 1
           PERFORM 1200-PRINT-HEADING.

      * A card that does not make sense is listed and ignored - the
      * default stays - and the run ends RC=4 so it gets fixed.
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
           EVALUATE PRM-KEYWORD
               WHEN "TARGET  "
                   IF PRM-VALUE(1:4) IS NUMERIC
                           AND PRM-VALUE(1:2) < "24"
                           AND PRM-VALUE(3:2) < "60"
                       MOVE PRM-VALUE(1:4) TO WS-TARGET-HHMM
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "AVGRUNS "
                   IF PRM-VALUE(1:2) IS NUMERIC
                           AND PRM-VALUE(1:2) NOT = "00"
                           AND PRM-VALUE(1:2) NOT > "30"
                       MOVE PRM-VALUE(1:2) TO WS-AVG-RUNS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "SLOWPCT "
                   IF PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-SLOW-PCT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "SLOWMIN "
                   IF PRM-VALUE(1:5) IS NUMERIC
                       MOVE PRM-VALUE(1:5) TO WS-SLOW-MIN-SECS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "TRENDRUN"
                   IF PRM-VALUE(1:1) IS NUMERIC
                           AND PRM-VALUE(1:1) > "1"
                       MOVE PRM-VALUE(1:1) TO WS-TREND-RUNS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "PROJRUNS"
                   IF PRM-VALUE(1:3) IS NUMERIC
                           AND PRM-VALUE(1:3) NOT = "000"
                       MOVE PRM-VALUE(1:3) TO WS-PROJ-RUNS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1150-REJECT-CARD
           END-EVALUATE.

      * Held until the heading is out - the settings on it are not
      * known until every card has been read.
       1150-REJECT-CARD.
           SET WS-CARD-ERROR TO TRUE
           IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               MOVE PARAMETER-CARD TO WS-REJ-CARD(WS-REJ-COUNT)
           END-IF.

       1200-PRINT-HEADING.
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-TARGET-HH TO WS-HDG-TARGET-HH
           MOVE WS-TARGET-MM TO WS-HDG-TARGET-MM
           WRITE SLA-PRINT-RECORD FROM WS-HEADING-LINE-1
           MOVE WS-AVG-RUNS TO WS-HDG-AVG-RUNS
           MOVE WS-SLOW-PCT TO WS-HDG-SLOW-PCT
           MOVE WS-SLOW-MIN-SECS TO WS-HDG-SLOW-MIN
           MOVE WS-TREND-RUNS TO WS-HDG-TREND-RUNS
           MOVE WS-PROJ-RUNS TO WS-HDG-PROJ-RUNS
           WRITE SLA-PRINT-RECORD FROM WS-HEADING-LINE-2
           MOVE "CARD REJECTED - IGNORED:" TO WS-CLG-RESULT
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               MOVE WS-REJ-CARD(WS-REJ-IDX) TO WS-CLG-CARD
               WRITE SLA-PRINT-RECORD FROM WS-CARD-LOG-LINE
           END-PERFORM
           MOVE SPACES TO SLA-PRINT-RECORD
           WRITE SLA-PRINT-RECORD.

      * One pass over the whole history. Each APPRRPT record closes
      * the night before it, which folds into the step history; what
      * is still held at end of file is tonight.
       2000-LOAD-TIMING.
           OPEN INPUT JOB-TIMING-FILE
           IF WS-JOBT-STATUS NOT = "00"
               PERFORM 2900-NO-HISTORY
           END-IF
           READ JOB-TIMING-FILE
               AT END SET WS-JOBT-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-JOBT-EOF
               PERFORM 2100-TAKE-TIMING-RECORD
               READ JOB-TIMING-FILE
                   AT END SET WS-JOBT-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE JOB-TIMING-FILE
           IF WS-TON-COUNT = 0
               PERFORM 2900-NO-HISTORY
           END-IF.

       2100-TAKE-TIMING-RECORD.
           MOVE JOB-TIMING-RECORD TO WS-JOBT-HOLD
           IF JOB-TIMING-RECORD(1:8) = WS-FIRST-STEP
                   AND WS-TON-COUNT > 0
               PERFORM 2200-FOLD-NIGHT
           END-IF
           IF WS-TON-COUNT >= WS-TON-MAX
               PERFORM 2250-FOLD-OLDEST
           END-IF
           ADD 1 TO WS-TON-COUNT
           MOVE WS-JOBT-HOLD TO WS-TON-RECORD(WS-TON-COUNT).

      * The held night is complete - every step in it becomes the
      * "ran last night" set, and its clean times join the history.
       2200-FOLD-NIGHT.
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               MOVE 'N' TO WS-STP-LAST-SW(WS-STP-IDX)
           END-PERFORM
           PERFORM VARYING WS-TON-IDX FROM 1 BY 1
                   UNTIL WS-TON-IDX > WS-TON-COUNT
               MOVE WS-TON-RECORD(WS-TON-IDX) TO WS-JOB-TIME-REC
               PERFORM 2300-FOLD-RECORD
           END-PERFORM
           MOVE ZEROS TO WS-TON-COUNT.

       2250-FOLD-OLDEST.
           MOVE WS-TON-RECORD(1) TO WS-JOB-TIME-REC
           PERFORM 2300-FOLD-RECORD
           PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                   UNTIL WS-SHIFT-IDX >= WS-TON-COUNT
               MOVE WS-TON-RECORD(WS-SHIFT-IDX + 1)
                   TO WS-TON-RECORD(WS-SHIFT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-TON-COUNT.

       2300-FOLD-RECORD.
           PERFORM 2400-FIND-STEP
           IF WS-STP-FND-IDX > 0
               SET WS-STP-RAN-LAST(WS-STP-FND-IDX) TO TRUE
               PERFORM 7000-TIME-RECORD
               IF WS-TIMES-VALID AND JT-RETURN-CODE NOT > 4
                   PERFORM 2500-PUSH-ELAPSED
               END-IF
           END-IF.

      * Leaves WS-STP-FND-IDX at JT-STEP-NAME's entry, adding one if
      * it is new; zero only when the table is full.
       2400-FIND-STEP.
           MOVE ZEROS TO WS-STP-FND-IDX
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
                      OR WS-STP-FND-IDX > 0
               IF WS-STP-NAME(WS-STP-IDX) = JT-STEP-NAME
                   MOVE WS-STP-IDX TO WS-STP-FND-IDX
               END-IF
           END-PERFORM
           IF WS-STP-FND-IDX = 0 AND WS-STEP-COUNT < WS-STEP-MAX
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STP-FND-IDX
               MOVE JT-STEP-NAME TO WS-STP-NAME(WS-STP-FND-IDX)
               MOVE 'N' TO WS-STP-TONIGHT-SW(WS-STP-FND-IDX)
               MOVE 'N' TO WS-STP-LAST-SW(WS-STP-FND-IDX)
               MOVE ZEROS TO WS-STP-HIST-COUNT(WS-STP-FND-IDX)
           END-IF.

       2500-PUSH-ELAPSED.
           IF WS-STP-HIST-COUNT(WS-STP-FND-IDX) < WS-HIST-SLOTS
               ADD 1 TO WS-STP-HIST-COUNT(WS-STP-FND-IDX)
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX >= WS-HIST-SLOTS
                   MOVE WS-STP-ELAPSED(WS-STP-FND-IDX,
                                       WS-SHIFT-IDX + 1)
                       TO WS-STP-ELAPSED(WS-STP-FND-IDX,
                                         WS-SHIFT-IDX)
               END-PERFORM
           END-IF
           MOVE WS-ELAPSED-SECS
               TO WS-STP-ELAPSED(WS-STP-FND-IDX,
                                 WS-STP-HIST-COUNT(WS-STP-FND-IDX)).

       2900-NO-HISTORY.
           MOVE "NO JOB TIMING HISTORY - NOTHING TO REPORT"
               TO WS-MSG-TEXT
           WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
           CLOSE SLA-PRINT-FILE
           IF WS-CARD-ERROR
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * The same window TRENDRPT uses, sized to AVGRUNS + 1: the last
      * record is tonight, the first the run the growth is measured
      * from. A missing or short RUNHIST just leaves the growth
      * unknown.
       3000-LOAD-VOLUME.
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS = "00"
               READ HISTORY-FILE INTO WS-RUN-HIST-REC
                   AT END SET WS-HIST-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-HIST-EOF
                   PERFORM 3100-ADD-TO-VOLUME
                   READ HISTORY-FILE INTO WS-RUN-HIST-REC
                       AT END SET WS-HIST-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           END-IF
           IF WS-VOL-COUNT > 1
                   AND WS-VOL-READ(1) > 0
               SET WS-GROWTH-KNOWN TO TRUE
               COMPUTE WS-GROWTH-PCT ROUNDED =
                   ((WS-VOL-READ(WS-VOL-COUNT) - WS-VOL-READ(1))
                       * 100)
                   / (WS-VOL-READ(1) * (WS-VOL-COUNT - 1))
                   ON SIZE ERROR
                       MOVE 'N' TO WS-GROWTH-SWITCH
               END-COMPUTE
           END-IF.

       3100-ADD-TO-VOLUME.
           IF WS-VOL-COUNT < WS-VOL-MAX
               ADD 1 TO WS-VOL-COUNT
           ELSE
               PERFORM VARYING WS-SHIFT-IDX FROM 1 BY 1
                       UNTIL WS-SHIFT-IDX >= WS-VOL-MAX
                   MOVE WS-VOL-READ(WS-SHIFT-IDX + 1)
                       TO WS-VOL-READ(WS-SHIFT-IDX)
               END-PERFORM
           END-IF
           IF RH-READ-COUNT IS NUMERIC
               MOVE RH-READ-COUNT TO WS-VOL-READ(WS-VOL-COUNT)
           ELSE
               MOVE ZEROS TO WS-VOL-READ(WS-VOL-COUNT)
           END-IF.

      * One line per record tonight, in the order the steps ended -
      * a rerun prints as a second line for the same step - then
      * the steps that ran last night and have nothing tonight.
       4000-REPORT-STEPS.
           WRITE SLA-PRINT-RECORD FROM WS-COLUMN-LINE
           MOVE SPACES TO SLA-PRINT-RECORD
           WRITE SLA-PRINT-RECORD
           PERFORM VARYING WS-TON-IDX FROM 1 BY 1
                   UNTIL WS-TON-IDX > WS-TON-COUNT
               MOVE WS-TON-RECORD(WS-TON-IDX) TO WS-JOB-TIME-REC
               PERFORM 4100-REPORT-STEP-RUN
           END-PERFORM
           PERFORM VARYING WS-STP-IDX FROM 1 BY 1
                   UNTIL WS-STP-IDX > WS-STEP-COUNT
               IF WS-STP-RAN-LAST(WS-STP-IDX)
                       AND NOT WS-STP-RAN-TONIGHT(WS-STP-IDX)
                   SET WS-WARNING-RAISED TO TRUE
                   MOVE WS-STP-NAME(WS-STP-IDX) TO WS-MSL-STEP
                   WRITE SLA-PRINT-RECORD FROM WS-MISSING-LINE
               END-IF
           END-PERFORM.

       4100-REPORT-STEP-RUN.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE JT-STEP-NAME TO WS-DTL-STEP
           MOVE JT-IN-COUNT TO WS-DTL-IN
           MOVE JT-OUT-COUNT TO WS-DTL-OUT
           MOVE JT-RETURN-CODE TO WS-DTL-RC
           PERFORM 2400-FIND-STEP
           IF WS-STP-FND-IDX > 0
               SET WS-STP-RAN-TONIGHT(WS-STP-FND-IDX) TO TRUE
           END-IF
           PERFORM 7000-TIME-RECORD
           IF NOT WS-TIMES-VALID
               MOVE "** TIMES UNUSABLE" TO WS-DTL-FLAG
               SET WS-WARNING-RAISED TO TRUE
           ELSE
               PERFORM 4200-ADD-TO-WINDOW
               MOVE WS-START-SECS TO WS-STAMP-SECS
               PERFORM 7300-FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO WS-DTL-START
               MOVE WS-END-SECS TO WS-STAMP-SECS
               PERFORM 7300-FORMAT-STAMP
               MOVE WS-STAMP-TEXT TO WS-DTL-END
               MOVE WS-ELAPSED-SECS TO WS-DUR-SECS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-DTL-ELAPSED
               PERFORM 4300-COMPARE-TO-HISTORY
           END-IF
           WRITE SLA-PRINT-RECORD FROM WS-DETAIL-LINE.

       4200-ADD-TO-WINDOW.
           IF NOT WS-WINDOW-TIMED
               SET WS-WINDOW-TIMED TO TRUE
               MOVE WS-START-SECS TO WS-WIN-START-SECS
               MOVE WS-END-SECS TO WS-WIN-END-SECS
           END-IF
           IF WS-START-SECS < WS-WIN-START-SECS
               MOVE WS-START-SECS TO WS-WIN-START-SECS
           END-IF
           IF WS-END-SECS > WS-WIN-END-SECS
               MOVE WS-END-SECS TO WS-WIN-END-SECS
           END-IF
           ADD WS-ELAPSED-SECS TO WS-STEP-TOTAL-SECS.

      * Average over the step's last AVGRUNS clean runs before
      * tonight, then the two slowdown tests. A failed run is only
      * flagged as failed - its time is not a fair comparison.
       4300-COMPARE-TO-HISTORY.
           MOVE 'N' TO WS-SLOWER-SWITCH
           MOVE 'N' TO WS-TRENDING-SWITCH
           MOVE ZEROS TO WS-AVG-COUNT
           IF WS-STP-FND-IDX > 0
               MOVE WS-STP-HIST-COUNT(WS-STP-FND-IDX) TO WS-AVG-COUNT
           END-IF
           IF WS-AVG-COUNT > WS-AVG-RUNS
               MOVE WS-AVG-RUNS TO WS-AVG-COUNT
           END-IF
           MOVE WS-AVG-COUNT TO WS-DTL-RUNS
           IF WS-AVG-COUNT > 0
               COMPUTE WS-AVG-FROM =
                   WS-STP-HIST-COUNT(WS-STP-FND-IDX)
                   - WS-AVG-COUNT + 1
               MOVE ZEROS TO WS-AVG-SUM
               PERFORM VARYING WS-SLOT-IDX FROM WS-AVG-FROM BY 1
                       UNTIL WS-SLOT-IDX >
                             WS-STP-HIST-COUNT(WS-STP-FND-IDX)
                   ADD WS-STP-ELAPSED(WS-STP-FND-IDX, WS-SLOT-IDX)
                       TO WS-AVG-SUM
               END-PERFORM
               COMPUTE WS-AVG-SECS ROUNDED =
                   WS-AVG-SUM / WS-AVG-COUNT
               MOVE WS-AVG-SECS TO WS-DUR-SECS
               PERFORM 7200-FORMAT-DURATION
               MOVE WS-DUR-TEXT TO WS-DTL-AVERAGE
               COMPUTE WS-OVER-SECS = WS-ELAPSED-SECS - WS-AVG-SECS
               IF WS-AVG-SECS > 0
                   COMPUTE WS-CHG-PCT ROUNDED =
                       (WS-OVER-SECS * 100) / WS-AVG-SECS
                       ON SIZE ERROR
                           MOVE 99999 TO WS-CHG-PCT
                   END-COMPUTE
                   MOVE WS-CHG-PCT TO WS-DTL-CHG-PCT
               END-IF
               IF JT-RETURN-CODE NOT > 4
                       AND WS-OVER-SECS > 0
                       AND WS-OVER-SECS NOT < WS-SLOW-MIN-SECS
                       AND WS-OVER-SECS * 100
                           > WS-AVG-SECS * WS-SLOW-PCT
                   SET WS-STEP-SLOWER TO TRUE
               END-IF
               PERFORM 4400-CHECK-TREND
           END-IF
           EVALUATE TRUE
               WHEN JT-RETURN-CODE > 4
                   MOVE "** FAILED" TO WS-DTL-FLAG
               WHEN WS-STEP-SLOWER AND WS-STEP-TRENDING
                   MOVE "** SLOWER, TRENDING" TO WS-DTL-FLAG
               WHEN WS-STEP-SLOWER
                   MOVE "** SLOWER" TO WS-DTL-FLAG
               WHEN WS-STEP-TRENDING
                   MOVE "** TRENDING SLOWER" TO WS-DTL-FLAG
           END-EVALUATE
           IF WS-DTL-FLAG NOT = SPACES
               SET WS-WARNING-RAISED TO TRUE
           END-IF.

      * Tonight and the step's TRENDRUN - 1 clean runs before it must
      * each be longer than the one before, and tonight SLOWMIN
      * seconds longer than the first of them.
       4400-CHECK-TREND.
           IF JT-RETURN-CODE NOT > 4
                   AND WS-STP-HIST-COUNT(WS-STP-FND-IDX)
                       NOT < WS-TREND-RUNS - 1
               COMPUTE WS-TREND-FROM =
                   WS-STP-HIST-COUNT(WS-STP-FND-IDX)
                   - WS-TREND-RUNS + 2
               SET WS-STEP-TRENDING TO TRUE
               PERFORM VARYING WS-SLOT-IDX FROM WS-TREND-FROM BY 1
                       UNTIL WS-SLOT-IDX >=
                             WS-STP-HIST-COUNT(WS-STP-FND-IDX)
                   IF WS-STP-ELAPSED(WS-STP-FND-IDX, WS-SLOT-IDX + 1)
                       NOT > WS-STP-ELAPSED(WS-STP-FND-IDX,
                                            WS-SLOT-IDX)
                       MOVE 'N' TO WS-TRENDING-SWITCH
                   END-IF
               END-PERFORM
               IF WS-ELAPSED-SECS NOT >
                       WS-STP-ELAPSED(WS-STP-FND-IDX,
                           WS-STP-HIST-COUNT(WS-STP-FND-IDX))
                   OR WS-ELAPSED-SECS
                       - WS-STP-ELAPSED(WS-STP-FND-IDX, WS-TREND-FROM)
                       < WS-SLOW-MIN-SECS
                   MOVE 'N' TO WS-TRENDING-SWITCH
               END-IF
           END-IF.

      * The window against the target: the target is the first
      * TARGET clock time after APPRRPT started, so a stream that
      * starts in the evening is held to the next morning and a
      * rerun started after midnight to that same morning. A window
      * that started more than 24 hours before this run is an earlier
      * night's - tonight's APPRRPT abended or was bypassed before it
      * could log - and is flagged as such.
       5000-REPORT-WINDOW.
           MOVE SPACES TO SLA-PRINT-RECORD
           WRITE SLA-PRINT-RECORD
           IF NOT WS-WINDOW-TIMED
               MOVE "NO USABLE TIMES TONIGHT - WINDOW NOT MEASURED"
                   TO WS-MSG-TEXT
               WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
               SET WS-WARNING-RAISED TO TRUE
           ELSE
               COMPUTE WS-WIN-ELAPSED =
                   WS-WIN-END-SECS - WS-WIN-START-SECS
               IF WS-STEP-TOTAL-SECS < WS-WIN-ELAPSED
                   COMPUTE WS-UNTIMED-SECS =
                       WS-WIN-ELAPSED - WS-STEP-TOTAL-SECS
               END-IF
               DIVIDE WS-WIN-START-SECS BY 86400
                   GIVING WS-WIN-START-DAYNUM
               COMPUTE WS-TARGET-SECS = WS-WIN-START-DAYNUM * 86400
                   + WS-TARGET-HH * 3600 + WS-TARGET-MM * 60
               IF WS-TARGET-SECS NOT > WS-WIN-START-SECS
                   ADD 86400 TO WS-TARGET-SECS
               END-IF
               COMPUTE WS-TARGET-ELAPSED =
                   WS-TARGET-SECS - WS-WIN-START-SECS
               PERFORM 5100-PRINT-WINDOW-LINES
               IF WS-RUN-SECS > WS-WIN-START-SECS + 86400
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "** LATEST TIMED WINDOW IS NOT TONIGHT'S - "
                          "NO APPRRPT RECORD SINCE IT"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
                   WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
                   SET WS-WARNING-RAISED TO TRUE
               END-IF
           END-IF.

       5100-PRINT-WINDOW-LINES.
           MOVE SPACES TO WS-WINDOW-LINE
           MOVE "WINDOW STARTED (APPRRPT)" TO WS-WIN-LABEL
           MOVE WS-WIN-START-SECS TO WS-STAMP-SECS
           PERFORM 7300-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-WIN-VALUE
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE "LAST TIMED STEP ENDED" TO WS-WIN-LABEL
           MOVE WS-WIN-END-SECS TO WS-STAMP-SECS
           PERFORM 7300-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-WIN-VALUE
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE "WINDOW ELAPSED" TO WS-WIN-LABEL
           MOVE WS-WIN-ELAPSED TO WS-DUR-SECS
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-WIN-VALUE
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE "  IN TIMED PROGRAM STEPS" TO WS-WIN-LABEL
           MOVE WS-STEP-TOTAL-SECS TO WS-DUR-SECS
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-WIN-VALUE
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE "  IN UTILITY STEPS AND WAITS" TO WS-WIN-LABEL
           MOVE WS-UNTIMED-SECS TO WS-DUR-SECS
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-WIN-VALUE
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE "TARGET COMPLETION" TO WS-WIN-LABEL
           MOVE WS-TARGET-SECS TO WS-STAMP-SECS
           PERFORM 7300-FORMAT-STAMP
           MOVE WS-STAMP-TEXT TO WS-WIN-VALUE
           IF WS-WIN-END-SECS > WS-TARGET-SECS
               SET WS-WARNING-RAISED TO TRUE
               COMPUTE WS-DUR-SECS = WS-WIN-END-SECS - WS-TARGET-SECS
               PERFORM 7200-FORMAT-DURATION
               STRING "** TARGET MISSED BY "
                      WS-DUR-TEXT
                      DELIMITED BY SIZE
                      INTO WS-WIN-NOTE
           ELSE
               COMPUTE WS-DUR-SECS = WS-TARGET-SECS - WS-WIN-END-SECS
               PERFORM 7200-FORMAT-DURATION
               STRING "MET - MARGIN "
                      WS-DUR-TEXT
                      DELIMITED BY SIZE
                      INTO WS-WIN-NOTE
           END-IF
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE.

      * Volume growth per run is linear over the RUNHIST window, and
      * the whole window - utility steps included - is taken to grow
      * with it: projected elapsed = tonight's x (1 + growth x runs).
       5500-REPORT-PROJECTION.
           MOVE SPACES TO SLA-PRINT-RECORD
           WRITE SLA-PRINT-RECORD
           IF NOT WS-GROWTH-KNOWN
               MOVE "INSUFFICIENT RUN HISTORY - NO VOLUME PROJECTION"
                   TO WS-MSG-TEXT
               WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
           ELSE
               MOVE WS-VOL-READ(WS-VOL-COUNT) TO WS-VLN-TONIGHT
               COMPUTE WS-VLN-BACK = WS-VOL-COUNT - 1
               MOVE WS-VOL-READ(1) TO WS-VLN-OLDEST
               MOVE WS-GROWTH-PCT TO WS-VLN-GROWTH
               WRITE SLA-PRINT-RECORD FROM WS-VOLUME-LINE
               IF WS-WINDOW-TIMED AND WS-WIN-ELAPSED > 0
                   PERFORM 5600-PROJECT-WINDOW
               END-IF
           END-IF.

       5600-PROJECT-WINDOW.
           COMPUTE WS-PROJ-FACTOR ROUNDED =
               1 + (WS-GROWTH-PCT * WS-PROJ-RUNS) / 100
           IF WS-PROJ-FACTOR < 0
               MOVE ZEROS TO WS-PROJ-FACTOR
           END-IF
           COMPUTE WS-PROJ-ELAPSED ROUNDED =
               WS-WIN-ELAPSED * WS-PROJ-FACTOR
               ON SIZE ERROR
                   MOVE 9999999 TO WS-PROJ-ELAPSED
           END-COMPUTE
           MOVE WS-PROJ-RUNS TO WS-PROJ-RUNS-ED
           MOVE SPACES TO WS-WINDOW-LINE
           STRING "PROJECTED ELAPSED IN "
                  WS-PROJ-RUNS-ED
                  " RUNS"
                  DELIMITED BY SIZE
                  INTO WS-WIN-LABEL
           MOVE WS-PROJ-ELAPSED TO WS-DUR-SECS
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-WIN-VALUE
           COMPUTE WS-STAMP-SECS = WS-WIN-START-SECS + WS-PROJ-ELAPSED
           PERFORM 7300-FORMAT-STAMP
           IF WS-PROJ-ELAPSED > WS-TARGET-ELAPSED
               SET WS-WARNING-RAISED TO TRUE
               STRING "COMPLETION "
                      WS-STAMP-TEXT
                      " - ** TARGET MISSED"
                      DELIMITED BY SIZE
                      INTO WS-WIN-NOTE
           ELSE
               STRING "COMPLETION "
                      WS-STAMP-TEXT
                      " - TARGET MET"
                      DELIMITED BY SIZE
                      INTO WS-WIN-NOTE
           END-IF
           WRITE SLA-PRINT-RECORD FROM WS-WINDOW-LINE
           MOVE SPACES TO WS-MSG-TEXT
           EVALUATE TRUE
               WHEN WS-GROWTH-PCT NOT > 0
                   MOVE "VOLUME NOT GROWING - NO MISS PROJECTED"
                       TO WS-MSG-TEXT
               WHEN WS-WIN-ELAPSED NOT < WS-TARGET-ELAPSED
                   MOVE "TARGET ALREADY MISSED AT TONIGHT'S VOLUME"
                       TO WS-MSG-TEXT
               WHEN OTHER
                   COMPUTE WS-RUNS-TO-MISS ROUNDED =
                       ((WS-TARGET-ELAPSED - WS-WIN-ELAPSED) * 100)
                       / (WS-WIN-ELAPSED * WS-GROWTH-PCT)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-RUNS-TO-MISS
                   END-COMPUTE
                   MOVE WS-RUNS-TO-MISS TO WS-RUNS-TO-MISS-ED
                   STRING "AT THIS GROWTH RATE THE TARGET IS FIRST "
                          "MISSED IN ABOUT "
                          WS-RUNS-TO-MISS-ED
                          " RUNS"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
           END-EVALUATE
           WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE.

      * Start, end and elapsed seconds for WS-JOB-TIME-REC. Unusable
      * stamps, or an end before the start, leave WS-TIMES-VALID off.
       7000-TIME-RECORD.
           MOVE 'N' TO WS-TIMES-VALID-SWITCH
           MOVE ZEROS TO WS-ELAPSED-SECS
           MOVE JT-START-DATE TO WS-STAMP-DATE
           MOVE JT-START-TIME TO WS-CLOCK
           PERFORM 7100-STAMP-TO-SECONDS
           IF WS-STAMP-VALID
               MOVE WS-STAMP-SECS TO WS-START-SECS
               MOVE JT-END-DATE TO WS-STAMP-DATE
               MOVE JT-END-TIME TO WS-CLOCK
               PERFORM 7100-STAMP-TO-SECONDS
               IF WS-STAMP-VALID
                       AND WS-STAMP-SECS NOT < WS-START-SECS
                       AND WS-STAMP-SECS - WS-START-SECS < 10000000
                   MOVE WS-STAMP-SECS TO WS-END-SECS
                   COMPUTE WS-ELAPSED-SECS =
                       WS-END-SECS - WS-START-SECS
                   SET WS-TIMES-VALID TO TRUE
               END-IF
           END-IF.

       7100-STAMP-TO-SECONDS.
           MOVE 'N' TO WS-STAMP-VALID-SWITCH
           IF WS-STAMP-DATE IS NUMERIC
                   AND WS-STAMP-DATE > 19000101
                   AND WS-CLOCK IS NUMERIC
                   AND WS-CLK-HH < 24 AND WS-CLK-MM < 60
                   AND WS-CLK-SS < 60
               COMPUTE WS-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
               IF WS-DAYNUM > 0
                   SET WS-STAMP-VALID TO TRUE
                   COMPUTE WS-STAMP-SECS = WS-DAYNUM * 86400
                       + WS-CLK-HH * 3600 + WS-CLK-MM * 60 + WS-CLK-SS
               END-IF
           END-IF.

      * WS-DUR-SECS as HH:MM:SS; past 99 hours it shows 99:59:59.
       7200-FORMAT-DURATION.
           DIVIDE WS-DUR-SECS BY 3600
               GIVING WS-DUR-HOURS REMAINDER WS-DUR-REM
           IF WS-DUR-HOURS > 99
               MOVE 99 TO WS-DUR-HH
               MOVE 59 TO WS-DUR-MM
               MOVE 59 TO WS-DUR-SS
           ELSE
               MOVE WS-DUR-HOURS TO WS-DUR-HH
               DIVIDE WS-DUR-REM BY 60
                   GIVING WS-DUR-MM REMAINDER WS-DUR-SS
           END-IF.

      * WS-STAMP-SECS as YYYYMMDD HH:MM:SS.
       7300-FORMAT-STAMP.
           DIVIDE WS-STAMP-SECS BY 86400
               GIVING WS-DAYNUM REMAINDER WS-DUR-SECS
           COMPUTE WS-STX-DATE = FUNCTION DATE-OF-INTEGER(WS-DAYNUM)
           PERFORM 7200-FORMAT-DURATION
           MOVE WS-DUR-TEXT TO WS-STX-TIME.

       8000-WRITE-CLOSING.
           MOVE SPACES TO SLA-PRINT-RECORD
           WRITE SLA-PRINT-RECORD
           IF WS-WARNING-RAISED
               MOVE "** SLA WARNING - SEE THE FLAGS ABOVE **"
                   TO WS-MSG-TEXT
               MOVE 4 TO WS-EXIT-RC
           ELSE
               MOVE "WINDOW WITHIN SLA - NO STEP FLAGGED"
                   TO WS-MSG-TEXT
           END-IF
           WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
           IF WS-CARD-ERROR
               MOVE "** A CARD WAS REJECTED - SEE THE CARD LOG ABOVE **"
                   TO WS-MSG-TEXT
               WRITE SLA-PRINT-RECORD FROM WS-MESSAGE-LINE
               MOVE 4 TO WS-EXIT-RC
           END-IF.

       9000-TERMINATE.
           CLOSE SLA-PRINT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE.
