       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVCONV.

      * Partner feed converter. The partner system cannot cut the
      * fixed 80-byte INFEED layout; it sends one comma-delimited,
      * variable-length line per transaction -
      *
      *   ACTION,KEY,DESCRIPTION,AMOUNT[,EFFECTIVE-DATE]
      *   NEW,NE10000123,"WIDGET, LARGE",+1234.50,2026-11-01
      *
      * ACTION is NEW, CHG or DEL. AMOUNT carries an optional sign
      * and decimal point (at most two places; a DEL may leave it
      * empty). EFFECTIVE-DATE is YYYY-MM-DD, or empty/absent to
      * apply on arrival. Any field may be enclosed in double quotes,
      * which lets it hold commas; a quote inside a quoted field is
      * written twice. A first line whose key field reads KEY is the
      * partner's column heading and is passed over.
      *
      * Every good line becomes an INFEED transaction - key, desc,
      * amount, tran code A/U/D in column 71, effective date YYYYMMDD
      * in 72-79 - inside one HDR/TRL batch under the partner's
      * source ID (SOURCE card) with the count and amount hash the
      * trailer needs, so TBLLOAD balances and applies it behind
      * INFEED like any other sender's batch. A line that will not
      * convert goes to the reject file with a reason code, its line
      * number and the line exactly as received, for the partner:
      *
      *   C001  BAD QUOTING        C006  AMOUNT NOT NUMERIC
      *   C002  TOO MANY FIELDS    C007  AMOUNT NEGATIVE/TOO LARGE
      *   C003  TOO FEW FIELDS     C008  UNKNOWN ACTION
      *   C004  KEY MISSING/BAD    C009  BAD EFFECTIVE DATE
      *   C005  DESC TOO LONG
      *
      * Only the form of the line is checked here; whether the key,
      * region and amount make sense against the master is TBLLOAD's
      * business, and its rejects come back through REJECTS as usual.
      * RC=4 - lines rejected; RC=16 - bad card or the partner file
      * would not open (no batch is written).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO CSVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.

           SELECT BATCH-FILE ASSIGN TO CSVOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CSV-REJECT-FILE ASSIGN TO CSVREJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT REPORT-FILE ASSIGN TO CSVRPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10: SOURCE (the HDR
      * source ID for the partner's batch, CSVFEED if omitted). '*'
      * in column 1 is a comment card.
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
       FD  CSV-FILE
           RECORDING MODE IS V
           RECORD VARYING IN SIZE FROM 1 TO 256 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
       01  CSV-RECORD                 PIC X(256).

      * Same HDR/data/TRL shapes TBLLOAD reads on INFILE.
       FD  BATCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-RECORD               PIC X(80).

      * Reason code, line number in the partner's file, then the line
      * as received, space-filled.
       FD  CSV-REJECT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 267 CHARACTERS.
       01  CSV-REJECT-RECORD.
           05  CRJ-REASON             PIC X(04).
           05  CRJ-LINE-NO            PIC 9(07).
           05  CRJ-ORIGINAL           PIC X(256).

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

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-CSV-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CSV-EOF         VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-IN-QUOTES-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-IN-QUOTES       VALUE 'Y'.
           05  WS-QUOTE-CLOSED-SWITCH PIC X(01) VALUE 'N'.
               88  WS-QUOTE-CLOSED    VALUE 'Y'.
           05  WS-AMT-TRAIL-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-AMT-TRAILING    VALUE 'Y'.
           05  WS-AMT-POINT-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-AMT-POINT-SEEN  VALUE 'Y'.

       01  WS-CSV-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-EXIT-RC                 PIC 9(2) VALUE ZEROS.

       01  WS-BATCH-SOURCE-ID         PIC X(08) VALUE "CSVFEED".

       01  WS-CSV-LENGTH              PIC 9(4) VALUE ZEROS.

       01  WS-CSV-LINE                PIC X(256) VALUE SPACES.

       01  WS-LINE-NO                 PIC 9(7) VALUE ZEROS.

      * The line split into its fields, quotes removed. A field that
      * runs past 80 characters is marked overlong rather than cut.
       01  WS-FIELD-MAX               PIC 9(1) VALUE 5.

       01  WS-FLD-COUNT               PIC 9(1) VALUE ZEROS.

       01  WS-FIELD-TABLE.
           05  WS-FLD                 OCCURS 5 TIMES.
               10  WS-FLD-VALUE       PIC X(80).
               10  WS-FLD-LEN         PIC 9(3).
               10  WS-FLD-LONG        PIC X(01).
                   88  WS-FLD-OVERLONG VALUE 'Y'.

       01  WS-POS                     PIC 9(4) VALUE ZEROS.

       01  WS-CHAR                    PIC X(01) VALUE SPACE.

       01  WS-REASON                  PIC X(04) VALUE SPACES.

       01  WS-ACTION                  PIC X(03) VALUE SPACES.

      * Amount pieces while the AMOUNT field is read digit by digit.
       01  WS-DIGIT-X                 PIC X(01).
       01  WS-DIGIT REDEFINES WS-DIGIT-X
                                      PIC 9(01).

       01  WS-AMT-SIGN                PIC X(01) VALUE SPACE.

       01  WS-AMT-INT                 PIC 9(7) VALUE ZEROS.

       01  WS-AMT-DEC                 PIC 9(2) VALUE ZEROS.

       01  WS-AMT-INT-DIGITS          PIC 9(3) VALUE ZEROS.

       01  WS-AMT-DEC-DIGITS          PIC 9(3) VALUE ZEROS.

       01  WS-AMOUNT                  PIC 9(7)V99 VALUE ZEROS.

      * Effective date as sent (YYYY-MM-DD) and as INFEED wants it.
       01  WS-ISO-DATE.
           05  WS-ISO-YYYY            PIC X(04).
           05  WS-ISO-DASH-1          PIC X(01).
           05  WS-ISO-MM              PIC X(02).
           05  WS-ISO-DASH-2          PIC X(01).
           05  WS-ISO-DD              PIC X(02).

       01  WS-EFF-DATE.
           05  WS-EFF-YYYY            PIC 9(4).
           05  WS-EFF-MM              PIC 9(2).
           05  WS-EFF-DD              PIC 9(2).

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

      * Converted transaction in the INFEED layout - tran code in
      * column 71, effective date 72-79.
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

       01  WS-LINES-READ              PIC 9(9) VALUE ZEROS.

       01  WS-HEADING-SKIPPED         PIC 9(1) VALUE ZEROS.

       01  WS-BLANK-COUNT             PIC 9(7) VALUE ZEROS.

       01  WS-REJECT-COUNT            PIC 9(7) VALUE ZEROS.

       01  WS-BATCH-COUNT             PIC 9(9) VALUE ZEROS.

       01  WS-BATCH-HASH              PIC 9(13)V99 VALUE ZEROS.

       01  WS-ADD-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-UPD-COUNT               PIC 9(7) VALUE ZEROS.

       01  WS-DEL-COUNT               PIC 9(7) VALUE ZEROS.

      * Reason code texts, in code order.
       01  WS-REASON-VALUES.
           05  FILLER                 PIC X(24)
               VALUE "BAD QUOTING".
           05  FILLER                 PIC X(24)
               VALUE "TOO MANY FIELDS".
           05  FILLER                 PIC X(24)
               VALUE "TOO FEW FIELDS".
           05  FILLER                 PIC X(24)
               VALUE "KEY MISSING OR INVALID".
           05  FILLER                 PIC X(24)
               VALUE "DESCRIPTION TOO LONG".
           05  FILLER                 PIC X(24)
               VALUE "AMOUNT NOT NUMERIC".
           05  FILLER                 PIC X(24)
               VALUE "AMOUNT NEGATIVE/TOO BIG".
           05  FILLER                 PIC X(24)
               VALUE "UNKNOWN ACTION".
           05  FILLER                 PIC X(24)
               VALUE "BAD EFFECTIVE DATE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05  WS-REASON-TEXT         PIC X(24) OCCURS 9 TIMES.

       01  WS-REASON-NUM              PIC 9(1) VALUE ZEROS.

       01  WS-CONVERT-HEADING.
           05  FILLER                 PIC X(38)
               VALUE "CSVCONV PARTNER FEED CONVERSION".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(12) VALUE "  SOURCE:  ".
           05  WS-HDG-SOURCE          PIC X(08).
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SECTION-TEXT        PIC X(132).

       01  WS-REJECT-LINE.
           05  FILLER                 PIC X(06) VALUE "LINE  ".
           05  WS-RJL-LINE-NO         PIC ZZZZZZ9.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RJL-REASON          PIC X(04).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RJL-TEXT            PIC X(24).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-RJL-ORIGINAL        PIC X(80).
           05  FILLER                 PIC X(05) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-TEXT            PIC X(40).
           05  WS-TOT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  WS-TOT-HASH-AREA.
               10  WS-TOT-HASH-TAG    PIC X(08).
               10  WS-TOT-HASH        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(53) VALUE SPACES.

       01  WS-CARD-LOG-LINE.
           05  FILLER                 PIC X(30)
               VALUE "CARD REJECTED - RUN STOPPED: ".
           05  WS-CLG-CARD            PIC X(80).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-CARD-ERROR-SWITCH       PIC X(01) VALUE 'N'.
           88  WS-CARD-ERROR          VALUE 'Y'.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-LINE
               UNTIL WS-CSV-EOF
           PERFORM 7000-WRITE-TRAILER
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The batch and reject files are opened first so they exist,
      * empty, for the next step whatever happens here.
       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT REPORT-FILE
           OPEN OUTPUT BATCH-FILE
           OPEN OUTPUT CSV-REJECT-FILE
           PERFORM 1100-LOAD-PARAMETERS
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-BATCH-SOURCE-ID TO WS-HDG-SOURCE
           WRITE REPORT-RECORD FROM WS-CONVERT-HEADING
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-CARD-ERROR
               MOVE "CARDS IN ERROR - NOTHING CONVERTED" TO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "PARTNER FILE (CSVIN) NOT OPENED - STATUS="
                      WS-CSV-STATUS
                      " - NOTHING CONVERTED"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               PERFORM 1900-ABEND-RUN
           END-IF
           MOVE "REJECTED LINES" TO WS-SECTION-TEXT
           WRITE REPORT-RECORD FROM WS-SECTION-LINE
           PERFORM 2900-READ-CSV.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PARAMETER-CARD(1:1) NOT = "*"
                           AND PARAMETER-CARD NOT = SPACES
                       PERFORM 1110-APPLY-PARAMETER
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      * A source ID that TBLLOAD could mistake for nothing, or a card
      * this program does not know, stops the run - the partner's
      * batch must carry the ID the audit trail will name it by.
       1110-APPLY-PARAMETER.
           EVALUATE TRUE
               WHEN PRM-KEYWORD = "SOURCE  "
                       AND PRM-VALUE(1:8) NOT = SPACES
                   MOVE PRM-VALUE(1:8) TO WS-BATCH-SOURCE-ID
               WHEN OTHER
                   SET WS-CARD-ERROR TO TRUE
                   MOVE PARAMETER-CARD TO WS-CLG-CARD
                   WRITE REPORT-RECORD FROM WS-CARD-LOG-LINE
           END-EVALUATE.

       1900-ABEND-RUN.
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "CSVCONV - " WS-MSG-TEXT(1:70)
           CLOSE REPORT-FILE
           CLOSE BATCH-FILE
           CLOSE CSV-REJECT-FILE
           MOVE 16 TO RETURN-CODE
           PERFORM 9100-WRITE-JOB-TIMING
           STOP RUN.

      * One partner line: split it, check each field, and either
      * convert it or reject it on the first fault found.
       2000-PROCESS-LINE.
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN WS-CSV-LINE = SPACES
                   ADD 1 TO WS-BLANK-COUNT
               WHEN OTHER
                   PERFORM 2100-SPLIT-FIELDS
                   IF WS-REASON = SPACES
                       PERFORM 2200-CHECK-FIELDS
                   END-IF
                   EVALUATE TRUE
                       WHEN WS-REASON = "SKIP"
                           ADD 1 TO WS-HEADING-SKIPPED
                       WHEN WS-REASON NOT = SPACES
                           PERFORM 2800-WRITE-REJECT
                       WHEN OTHER
                           PERFORM 3000-WRITE-TRANSACTION
                   END-EVALUATE
           END-EVALUATE
           PERFORM 2900-READ-CSV.

      * Quotes may only open a field and close it; "" inside a quoted
      * field is one quote character. A sixth field is one too many.
       2100-SPLIT-FIELDS.
           INITIALIZE WS-FIELD-TABLE
           MOVE 1 TO WS-FLD-COUNT
           MOVE 'N' TO WS-IN-QUOTES-SWITCH
           MOVE 'N' TO WS-QUOTE-CLOSED-SWITCH
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-CSV-LENGTH
                      OR WS-REASON NOT = SPACES
               MOVE WS-CSV-LINE(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-IN-QUOTES AND WS-CHAR = '"'
                       IF WS-POS < WS-CSV-LENGTH
                               AND WS-CSV-LINE(WS-POS + 1:1) = '"'
                           PERFORM 2110-ADD-CHARACTER
                           ADD 1 TO WS-POS
                       ELSE
                           MOVE 'N' TO WS-IN-QUOTES-SWITCH
                           SET WS-QUOTE-CLOSED TO TRUE
                       END-IF
                   WHEN WS-IN-QUOTES
                       PERFORM 2110-ADD-CHARACTER
                   WHEN WS-CHAR = ","
                       IF WS-FLD-COUNT = WS-FIELD-MAX
                           MOVE "C002" TO WS-REASON
                       ELSE
                           ADD 1 TO WS-FLD-COUNT
                           MOVE 'N' TO WS-QUOTE-CLOSED-SWITCH
                       END-IF
                   WHEN WS-QUOTE-CLOSED
                       MOVE "C001" TO WS-REASON
                   WHEN WS-CHAR = '"'
                       IF WS-FLD-LEN(WS-FLD-COUNT) = ZEROS
                           SET WS-IN-QUOTES TO TRUE
                       ELSE
                           MOVE "C001" TO WS-REASON
                       END-IF
                   WHEN OTHER
                       PERFORM 2110-ADD-CHARACTER
               END-EVALUATE
           END-PERFORM
           IF WS-REASON = SPACES AND WS-IN-QUOTES
               MOVE "C001" TO WS-REASON
           END-IF.

       2110-ADD-CHARACTER.
           IF WS-FLD-LEN(WS-FLD-COUNT) < 80
               ADD 1 TO WS-FLD-LEN(WS-FLD-COUNT)
               MOVE WS-CHAR TO WS-FLD-VALUE(WS-FLD-COUNT)
                                   (WS-FLD-LEN(WS-FLD-COUNT):1)
           ELSE
               SET WS-FLD-OVERLONG(WS-FLD-COUNT) TO TRUE
           END-IF.

      * Fields are ACTION, KEY, DESCRIPTION, AMOUNT, EFFECTIVE-DATE.
       2200-CHECK-FIELDS.
           MOVE SPACES TO WS-FEED-REC
           IF WS-LINES-READ = 1
                   AND WS-FLD-VALUE(2) = "KEY"
               MOVE "SKIP" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES AND WS-FLD-COUNT < 4
               MOVE "C003" TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-FLD-VALUE(1) TO WS-ACTION
               INSPECT WS-ACTION CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               EVALUATE TRUE
                   WHEN WS-FLD-LEN(1) NOT = 3
                       MOVE "C008" TO WS-REASON
                   WHEN WS-ACTION = "NEW"
                       MOVE 'A' TO FEED-TRAN-CODE
                   WHEN WS-ACTION = "CHG"
                       MOVE 'U' TO FEED-TRAN-CODE
                   WHEN WS-ACTION = "DEL"
                       MOVE 'D' TO FEED-TRAN-CODE
                   WHEN OTHER
                       MOVE "C008" TO WS-REASON
               END-EVALUATE
           END-IF
           IF WS-REASON = SPACES
               IF WS-FLD-LEN(2) = ZEROS
                       OR WS-FLD-LEN(2) > 10
                       OR WS-FLD-OVERLONG(2)
                       OR WS-FLD-VALUE(2)(1:3) = "HDR"
                       OR WS-FLD-VALUE(2)(1:3) = "TRL"
                   MOVE "C004" TO WS-REASON
               ELSE
                   MOVE WS-FLD-VALUE(2) TO FEED-KEY
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF WS-FLD-LEN(3) > 50 OR WS-FLD-OVERLONG(3)
                   MOVE "C005" TO WS-REASON
               ELSE
                   MOVE WS-FLD-VALUE(3) TO FEED-DESC
               END-IF
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2300-CHECK-AMOUNT
           END-IF
           IF WS-REASON = SPACES
               PERFORM 2400-CHECK-DATE
           END-IF.

      * Sign first if any, digits with at most one point and two
      * places after it, spaces only around the number. A DEL may
      * send no amount at all.
       2300-CHECK-AMOUNT.
           MOVE SPACE TO WS-AMT-SIGN
           MOVE ZEROS TO WS-AMT-INT
           MOVE ZEROS TO WS-AMT-DEC
           MOVE ZEROS TO WS-AMT-INT-DIGITS
           MOVE ZEROS TO WS-AMT-DEC-DIGITS
           MOVE 'N' TO WS-AMT-TRAIL-SWITCH
           MOVE 'N' TO WS-AMT-POINT-SWITCH
           IF WS-FLD-OVERLONG(4)
               MOVE "C006" TO WS-REASON
           END-IF
           PERFORM VARYING WS-POS FROM 1 BY 1
                   UNTIL WS-POS > WS-FLD-LEN(4)
                      OR WS-REASON NOT = SPACES
               MOVE WS-FLD-VALUE(4)(WS-POS:1) TO WS-CHAR
               EVALUATE TRUE
                   WHEN WS-CHAR = SPACE
                       IF WS-AMT-SIGN NOT = SPACE
                               OR WS-AMT-POINT-SEEN
                               OR WS-AMT-INT-DIGITS > ZEROS
                           SET WS-AMT-TRAILING TO TRUE
                       END-IF
                   WHEN WS-AMT-TRAILING
                       MOVE "C006" TO WS-REASON
                   WHEN WS-CHAR = "+" OR WS-CHAR = "-"
                       IF WS-AMT-SIGN NOT = SPACE
                               OR WS-AMT-POINT-SEEN
                               OR WS-AMT-INT-DIGITS > ZEROS
                           MOVE "C006" TO WS-REASON
                       ELSE
                           MOVE WS-CHAR TO WS-AMT-SIGN
                       END-IF
                   WHEN WS-CHAR = "."
                       IF WS-AMT-POINT-SEEN
                           MOVE "C006" TO WS-REASON
                       ELSE
                           SET WS-AMT-POINT-SEEN TO TRUE
                       END-IF
                   WHEN WS-CHAR IS NUMERIC
                       MOVE WS-CHAR TO WS-DIGIT-X
                       PERFORM 2310-ADD-DIGIT
                   WHEN OTHER
                       MOVE "C006" TO WS-REASON
               END-EVALUATE
           END-PERFORM
           IF WS-REASON = SPACES
                   AND WS-AMT-INT-DIGITS = ZEROS
                   AND WS-AMT-DEC-DIGITS = ZEROS
               IF FEED-TRAN-CODE = 'D'
                       AND WS-AMT-SIGN = SPACE
                       AND NOT WS-AMT-POINT-SEEN
                   CONTINUE
               ELSE
                   MOVE "C006" TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               IF WS-AMT-DEC-DIGITS = 1
                   MULTIPLY 10 BY WS-AMT-DEC
               END-IF
               COMPUTE WS-AMOUNT = WS-AMT-INT + WS-AMT-DEC / 100
               IF WS-AMT-SIGN = "-" AND WS-AMOUNT > ZEROS
                   MOVE "C007" TO WS-REASON
               ELSE
                   MOVE WS-AMOUNT TO FEED-AMOUNT
               END-IF
           END-IF.

      * More than seven whole digits will not fit the master's
      * amount; more than two places is not an amount at all.
       2310-ADD-DIGIT.
           IF WS-AMT-POINT-SEEN
               ADD 1 TO WS-AMT-DEC-DIGITS
               IF WS-AMT-DEC-DIGITS > 2
                   MOVE "C006" TO WS-REASON
               ELSE
                   COMPUTE WS-AMT-DEC = WS-AMT-DEC * 10 + WS-DIGIT
               END-IF
           ELSE
               ADD 1 TO WS-AMT-INT-DIGITS
               IF WS-AMT-INT > 999999
                   MOVE "C007" TO WS-REASON
               ELSE
                   COMPUTE WS-AMT-INT = WS-AMT-INT * 10 + WS-DIGIT
               END-IF
           END-IF.

      * Empty or absent - applied the night it arrives. Otherwise a
      * real calendar date, which TBLLOAD parks until it comes round.
       2400-CHECK-DATE.
           MOVE SPACES TO FEED-EFF-DATE
           IF WS-FLD-COUNT = 5 AND WS-FLD-LEN(5) > ZEROS
               MOVE WS-FLD-VALUE(5)(1:10) TO WS-ISO-DATE
               IF WS-FLD-LEN(5) NOT = 10
                       OR WS-ISO-YYYY IS NOT NUMERIC
                       OR WS-ISO-MM IS NOT NUMERIC
                       OR WS-ISO-DD IS NOT NUMERIC
                       OR WS-ISO-DASH-1 NOT = "-"
                       OR WS-ISO-DASH-2 NOT = "-"
                   MOVE "C009" TO WS-REASON
               ELSE
                   MOVE WS-ISO-YYYY TO WS-EFF-YYYY
                   MOVE WS-ISO-MM TO WS-EFF-MM
                   MOVE WS-ISO-DD TO WS-EFF-DD
                   PERFORM 2410-CHECK-CALENDAR
               END-IF
           END-IF.

      * Leap years: divisible by 4, and not by 100 unless by 400.
       2410-CHECK-CALENDAR.
           IF WS-EFF-YYYY < 1900
                   OR WS-EFF-MM < 1 OR WS-EFF-MM > 12
                   OR WS-EFF-DD < 1
               MOVE "C009" TO WS-REASON
           ELSE
               MOVE WS-MONTH-DAYS(WS-EFF-MM) TO WS-LAST-DAY
               IF WS-EFF-MM = 2
                   DIVIDE WS-EFF-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-4
                   DIVIDE WS-EFF-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-100
                   DIVIDE WS-EFF-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REM-400
                   IF WS-LEAP-REM-4 = 0
                           AND (WS-LEAP-REM-100 NOT = 0
                                OR WS-LEAP-REM-400 = 0)
                       MOVE 29 TO WS-LAST-DAY
                   END-IF
               END-IF
               IF WS-EFF-DD > WS-LAST-DAY
                   MOVE "C009" TO WS-REASON
               ELSE
                   MOVE WS-EFF-DATE TO FEED-EFF-DATE
               END-IF
           END-IF.

       2800-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-REASON TO CRJ-REASON
           MOVE WS-LINE-NO TO CRJ-LINE-NO
           MOVE WS-CSV-LINE TO CRJ-ORIGINAL
           WRITE CSV-REJECT-RECORD
           MOVE WS-LINE-NO TO WS-RJL-LINE-NO
           MOVE WS-REASON TO WS-RJL-REASON
           MOVE WS-REASON(2:3) TO WS-REASON-NUM
           MOVE WS-REASON-TEXT(WS-REASON-NUM) TO WS-RJL-TEXT
           MOVE WS-CSV-LINE(1:80) TO WS-RJL-ORIGINAL
           WRITE REPORT-RECORD FROM WS-REJECT-LINE.

      * The record area is copied out at once: its length varies and
      * anything past the length just read is not the partner's data.
       2900-READ-CSV.
           READ CSV-FILE
               AT END SET WS-CSV-EOF TO TRUE
           END-READ
           IF NOT WS-CSV-EOF
               ADD 1 TO WS-LINES-READ
               ADD 1 TO WS-LINE-NO
               MOVE SPACES TO WS-CSV-LINE
               MOVE CSV-RECORD(1:WS-CSV-LENGTH) TO WS-CSV-LINE
           END-IF.

      * The header goes out ahead of the first good line only, so a
      * night with nothing convertible sends TBLLOAD no batch at all.
       3000-WRITE-TRANSACTION.
           IF WS-BATCH-COUNT = ZEROS
               MOVE WS-CURRENT-DATE TO WS-BH-RUN-DATE
               MOVE WS-BATCH-SOURCE-ID TO WS-BH-SOURCE-ID
               WRITE BATCH-RECORD FROM WS-BATCH-HEADER
           END-IF
           WRITE BATCH-RECORD FROM WS-FEED-REC
           ADD 1 TO WS-BATCH-COUNT
           ADD FEED-AMOUNT TO WS-BATCH-HASH
           EVALUATE FEED-TRAN-CODE
               WHEN 'A'
                   ADD 1 TO WS-ADD-COUNT
               WHEN 'U'
                   ADD 1 TO WS-UPD-COUNT
               WHEN 'D'
                   ADD 1 TO WS-DEL-COUNT
           END-EVALUATE.

       7000-WRITE-TRAILER.
           IF WS-BATCH-COUNT > ZEROS
               MOVE WS-BATCH-COUNT TO WS-BT-COUNT
               MOVE WS-BATCH-HASH TO WS-BT-HASH
               WRITE BATCH-RECORD FROM WS-BATCH-TRAILER
           END-IF.

       8000-WRITE-TOTALS.
           IF WS-REJECT-COUNT = ZEROS
               MOVE "  NONE" TO WS-SECTION-TEXT
               WRITE REPORT-RECORD FROM WS-SECTION-LINE
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-TOT-HASH-AREA
           MOVE "PARTNER LINES READ" TO WS-TOT-TEXT
           MOVE WS-LINES-READ TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  COLUMN HEADING LINE SKIPPED" TO WS-TOT-TEXT
           MOVE WS-HEADING-SKIPPED TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  BLANK LINES SKIPPED" TO WS-TOT-TEXT
           MOVE WS-BLANK-COUNT TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  REJECTED" TO WS-TOT-TEXT
           MOVE WS-REJECT-COUNT TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CONVERTED - NEW (A)" TO WS-TOT-TEXT
           MOVE WS-ADD-COUNT TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CONVERTED - CHG (U)" TO WS-TOT-TEXT
           MOVE WS-UPD-COUNT TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "  CONVERTED - DEL (D)" TO WS-TOT-TEXT
           MOVE WS-DEL-COUNT TO WS-TOT-VALUE
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE "BATCH TRAILER COUNT" TO WS-TOT-TEXT
           MOVE WS-BATCH-COUNT TO WS-TOT-VALUE
           MOVE "  HASH: " TO WS-TOT-HASH-TAG
           MOVE WS-BATCH-HASH TO WS-TOT-HASH
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-REJECT-COUNT > ZEROS
                   MOVE 4 TO WS-EXIT-RC
                   MOVE SPACES TO WS-MSG-TEXT
                   STRING "LINES REJECTED - RETURN CSVREJ TO THE "
                          "PARTNER; THE REST IS BATCHED FOR TBLLOAD"
                          DELIMITED BY SIZE
                          INTO WS-MSG-TEXT
               WHEN WS-BATCH-COUNT = ZEROS
                   MOVE "NO PARTNER TRANSACTIONS TONIGHT - NO BATCH"
                       TO WS-MSG-TEXT
               WHEN OTHER
                   MOVE "ALL PARTNER LINES CONVERTED" TO WS-MSG-TEXT
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-MESSAGE-LINE.

       9000-TERMINATE.
           CLOSE CSV-FILE
           CLOSE BATCH-FILE
           CLOSE CSV-REJECT-FILE
           CLOSE REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the partner lines read, records out
      * the transactions batched for TBLLOAD. A timing file that will
      * not open is noted on SYSOUT and skipped; the conversion
      * stands on its own.
       9100-WRITE-JOB-TIMING.
           MOVE "CSVCONV" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-LINES-READ TO JT-IN-COUNT
           MOVE WS-BATCH-COUNT TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "CSVCONV - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
