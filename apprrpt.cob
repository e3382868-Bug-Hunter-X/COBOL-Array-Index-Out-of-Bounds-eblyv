       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRRPT.

      * Daily dual-control report. TBLMNT parks every online change
      * that needs a second user's approval on the TBLPEND store
      * (shared WSPNDAPR layout) until another operator approves or
      * declines it. This program reads the whole store in key order
      * and prints every item that did not go through - declined by
      * the checker, or left pending past the EXPDAYS limit, which it
      * expires - with both images, maker, checker and dates, so the
      * business owners see what was stopped and what was never
      * looked at. Approved items are only counted; the audit trail
      * already carries them under both user IDs. Items still pending
      * within the limit are written to PENDKEEP, which the next step
      * reloads as the new store; everything else drops off it here.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL because the store is redefined every night and a
      * defined-but-never-loaded KSDS cannot otherwise be opened for
      * input.
           SELECT OPTIONAL PENDING-FILE ASSIGN TO PENDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PENDING-KEY
               FILE STATUS IS WS-PEND-STATUS.

           SELECT KEEP-FILE ASSIGN TO PENDKEEP
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVAL-REPORT-FILE ASSIGN TO APPRRPT
               ORGANIZATION IS SEQUENTIAL.

      * Same card style as TBLLOAD's run parameters: keyword in
      * columns 1-8, value from column 10. EXPDAYS (days an item may
      * wait for a checker) is optional - a missing deck leaves the
      * default in effect.
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
      * See WSPNDAPR for the record layout - the key is the master key
      * plus the submission stamp at the front of the record.
       FD  PENDING-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  PENDING-RECORD.
           05  PENDING-KEY            PIC X(26).
           05  FILLER                 PIC X(214).

       FD  KEEP-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 240 CHARACTERS.
       01  KEEP-RECORD                PIC X(240).

       FD  APPROVAL-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  APPROVAL-REPORT-RECORD     PIC X(132).

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
           COPY WSPNDAPR.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-PEND-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-PEND-EOF        VALUE 'Y'.
           05  WS-PEND-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-PEND-OPEN       VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.

       01  WS-PEND-STATUS             PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * An item nobody has approved or declined within this many days
      * of submission is expired and dropped from the store.
       01  WS-EXPIRY-DAYS             PIC 9(3) VALUE 003.

       01  WS-AGE-DAYS                PIC S9(5) VALUE ZEROS.

      * Field view of a before or after image - an 80-byte master
      * record.
       01  WS-IMAGE-WORK              PIC X(80).
       01  WS-IMAGE-FIELDS REDEFINES WS-IMAGE-WORK.
           05  WS-IMG-KEY             PIC X(10).
           05  WS-IMG-DESC            PIC X(50).
           05  WS-IMG-AMOUNT          PIC 9(7)V99.
           05  FILLER                 PIC X(11).

       01  WS-APPROVED-COUNT          PIC 9(5) VALUE ZEROS.

       01  WS-DECLINED-COUNT          PIC 9(5) VALUE ZEROS.

       01  WS-EXPIRED-COUNT           PIC 9(5) VALUE ZEROS.

       01  WS-KEPT-COUNT              PIC 9(5) VALUE ZEROS.

       01  WS-APPR-HEADING.
           05  FILLER                 PIC X(38)
               VALUE "APPRRPT DECLINED AND EXPIRED APPROVALS".
           05  FILLER                 PIC X(12) VALUE "  RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(15) VALUE "  EXPIRY DAYS: ".
           05  WS-HDG-EXPIRY          PIC ZZ9.
           05  FILLER                 PIC X(56) VALUE SPACES.

       01  WS-APPR-COLUMN-LINE.
           05  FILLER                 PIC X(10) VALUE "STATUS".
           05  FILLER                 PIC X(12) VALUE "KEY".
           05  FILLER                 PIC X(10) VALUE "MAKER".
           05  FILLER                 PIC X(17) VALUE "SUBMITTED".
           05  FILLER                 PIC X(10) VALUE "CHECKER".
           05  FILLER                 PIC X(17) VALUE "DECIDED".
           05  FILLER                 PIC X(56) VALUE "REASON".

       01  WS-APPR-DETAIL-LINE.
           05  WS-DTL-STATUS          PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-KEY             PIC X(10).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-MAKER           PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-SUB-DATE        PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-DTL-SUB-TIME        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-CHECKER         PIC X(08).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-DEC-DATE        PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACE.
           05  WS-DTL-DEC-TIME        PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON          PIC X(34).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-APPR-IMAGE-LINE.
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  WS-IMG-LABEL           PIC X(08).
           05  WS-IMG-LINE-DESC       PIC X(50).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-IMG-LINE-AMOUNT     PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(50) VALUE SPACES.

       01  WS-APPR-TOTAL-LINE.
           05  FILLER                 PIC X(10) VALUE "APPROVED: ".
           05  WS-TOT-APPROVED        PIC ZZZZ9.
           05  FILLER                 PIC X(12) VALUE "  DECLINED: ".
           05  WS-TOT-DECLINED        PIC ZZZZ9.
           05  FILLER                 PIC X(11) VALUE "  EXPIRED: ".
           05  WS-TOT-EXPIRED         PIC ZZZZ9.
           05  FILLER                 PIC X(17)
               VALUE "  STILL PENDING: ".
           05  WS-TOT-KEPT            PIC ZZZZ9.
           05  FILLER                 PIC X(62) VALUE SPACES.

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(132)
               VALUE "NO DECLINED OR EXPIRED ITEMS".

       01  WS-NO-STORE-LINE.
           05  FILLER                 PIC X(40)
               VALUE "PENDING-APPROVAL STORE NOT OPENED - ST=".
           05  WS-NO-STORE-STATUS     PIC X(02).
           05  FILLER                 PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXAMINE-ITEM
               UNTIL WS-PEND-EOF
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * A store that will not open is reported and RC=8 keeps the
      * next step from redefining it - the items are still on it.
       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-PARAMETERS
           OPEN OUTPUT KEEP-FILE
           OPEN OUTPUT APPROVAL-REPORT-FILE
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-EXPIRY-DAYS TO WS-HDG-EXPIRY
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-HEADING
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-COLUMN-LINE
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           OPEN INPUT PENDING-FILE
           IF WS-PEND-STATUS = "00" OR WS-PEND-STATUS = "05"
                   OR WS-PEND-STATUS = "97"
               SET WS-PEND-OPEN TO TRUE
               PERFORM 2100-READ-PENDING
           ELSE
               MOVE WS-PEND-STATUS TO WS-NO-STORE-STATUS
               WRITE APPROVAL-REPORT-RECORD FROM WS-NO-STORE-LINE
               SET WS-PEND-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PRM-KEYWORD = "EXPDAYS"
                           AND PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-EXPIRY-DAYS
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

      * Approved items have done their work and drop off; pending
      * ones either carry forward or, past the limit, expire.
       2000-EXAMINE-ITEM.
           EVALUATE TRUE
               WHEN PA-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN PA-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
                   PERFORM 3000-PRINT-ITEM
               WHEN OTHER
                   PERFORM 2200-COMPUTE-AGE
                   IF PA-EXPIRED OR WS-AGE-DAYS > WS-EXPIRY-DAYS
                       SET PA-EXPIRED TO TRUE
                       ADD 1 TO WS-EXPIRED-COUNT
                       PERFORM 3000-PRINT-ITEM
                   ELSE
                       WRITE KEEP-RECORD FROM WS-PEND-APPR-REC
                       ADD 1 TO WS-KEPT-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2100-READ-PENDING.

       2100-READ-PENDING.
           READ PENDING-FILE INTO WS-PEND-APPR-REC
               AT END SET WS-PEND-EOF TO TRUE
           END-READ.

       2200-COMPUTE-AGE.
           IF PA-SUB-DATE > 19000101
                   AND PA-SUB-DATE <= WS-CURRENT-DATE
               COMPUTE WS-AGE-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
                   - FUNCTION INTEGER-OF-DATE(PA-SUB-DATE)
           ELSE
               MOVE ZEROS TO WS-AGE-DAYS
           END-IF.

      * One line for the item, then its before and after images.
       3000-PRINT-ITEM.
           MOVE SPACES TO WS-DTL-CHECKER
           MOVE SPACES TO WS-DTL-DEC-DATE
           MOVE SPACES TO WS-DTL-DEC-TIME
           IF PA-DECLINED
               MOVE "DECLINED" TO WS-DTL-STATUS
               MOVE PA-CHECKER-ID TO WS-DTL-CHECKER
               MOVE PA-DEC-DATE TO WS-DTL-DEC-DATE
               MOVE PA-DEC-TIME(1:6) TO WS-DTL-DEC-TIME
           ELSE
               MOVE "EXPIRED" TO WS-DTL-STATUS
           END-IF
           MOVE PA-MST-KEY TO WS-DTL-KEY
           MOVE PA-MAKER-ID TO WS-DTL-MAKER
           MOVE PA-SUB-DATE TO WS-DTL-SUB-DATE
           MOVE PA-SUB-TIME(1:6) TO WS-DTL-SUB-TIME
           IF PA-LARGE-ACCOUNT
               MOVE "AMOUNT CHANGE TO A LARGEST ACCOUNT"
                   TO WS-DTL-REASON
           ELSE
               MOVE "AMOUNT OVER THE APPROVAL THRESHOLD"
                   TO WS-DTL-REASON
           END-IF
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-DETAIL-LINE
           MOVE PA-BEFORE TO WS-IMAGE-WORK
           MOVE "BEFORE: " TO WS-IMG-LABEL
           MOVE WS-IMG-DESC TO WS-IMG-LINE-DESC
           MOVE WS-IMG-AMOUNT TO WS-IMG-LINE-AMOUNT
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-IMAGE-LINE
           MOVE PA-AFTER TO WS-IMAGE-WORK
           MOVE "AFTER:  " TO WS-IMG-LABEL
           MOVE WS-IMG-DESC TO WS-IMG-LINE-DESC
           MOVE WS-IMG-AMOUNT TO WS-IMG-LINE-AMOUNT
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-IMAGE-LINE.

       8000-WRITE-TOTALS.
           IF WS-DECLINED-COUNT = ZEROS AND WS-EXPIRED-COUNT = ZEROS
               WRITE APPROVAL-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           MOVE SPACES TO APPROVAL-REPORT-RECORD
           WRITE APPROVAL-REPORT-RECORD
           MOVE WS-APPROVED-COUNT TO WS-TOT-APPROVED
           MOVE WS-DECLINED-COUNT TO WS-TOT-DECLINED
           MOVE WS-EXPIRED-COUNT TO WS-TOT-EXPIRED
           MOVE WS-KEPT-COUNT TO WS-TOT-KEPT
           WRITE APPROVAL-REPORT-RECORD FROM WS-APPR-TOTAL-LINE.

       9000-TERMINATE.
           IF WS-PEND-OPEN
               CLOSE PENDING-FILE
           END-IF
           CLOSE KEEP-FILE
           CLOSE APPROVAL-REPORT-FILE
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the items on the pending store,
      * records out the ones kept for the rebuilt store. A timing
      * file that will not open is noted on SYSOUT and skipped; the
      * report stands on its own.
       9100-WRITE-JOB-TIMING.
           MOVE "APPRRPT" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           COMPUTE JT-IN-COUNT = WS-APPROVED-COUNT
               + WS-DECLINED-COUNT + WS-EXPIRED-COUNT + WS-KEPT-COUNT
           MOVE WS-KEPT-COUNT TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "APPRRPT - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
