      * A one-page proof sheet prints every comparison; any mismatch
      * ends the job RC=8 so the scheduler holds the online region's
      * morning open until someone looks.
      *
      * Regions carry amounts in their own currencies, so every
      * amount proved here is a control sum across currencies - it
      * still proves no record was lost or altered between steps,
      * which is all this step asks of it. The GL control's base-
      * currency total is printed beneath for reference only; it is
      * proved against its own detail records by GLRECON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT PROOF-PRINT-FILE ASSIGN TO PROOFRPT
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           05  EXT-CTL-RECORDS        PIC 9(9).
           05  EXT-CTL-AMOUNT         PIC 9(13)V99.
           05  EXT-CTL-RUN-DATE       PIC 9(8).
           05  EXT-CTL-BASE-AMOUNT    PIC 9(13)V99.
           05  EXT-CTL-BASE-CCY       PIC X(03).
           05  FILLER                 PIC X(22).

       FD  PROOF-PRINT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  PROOF-PRINT-RECORD         PIC X(132).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNHST.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-HIST-EOF-SWITCH     PIC X(01) VALUE 'N'.

       01  WS-VSAM-STATUS             PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * Tonight's figures as each step left them. The KSDS amount

       01  WS-GL-AMOUNT               PIC 9(13)V99 VALUE ZEROS.

       01  WS-GL-BASE-AMOUNT          PIC 9(13)V99 VALUE ZEROS.

       01  WS-GL-BASE-CCY             PIC X(03) VALUE SPACES.

       01  WS-AMT-WORK                PIC 9(7)V99.
       01  WS-AMT-DIGITS REDEFINES WS-AMT-WORK
                                      PIC X(09).
           05  WS-PRF-RESULT          PIC X(10).
           05  FILLER                 PIC X(36) VALUE SPACES.

       01  WS-BASE-INFO-LINE.
           05  FILLER                 PIC X(23)
               VALUE "GL BASE-CURRENCY TOTAL ".
           05  FILLER                 PIC X(01) VALUE "(".
           05  WS-BIL-CCY             PIC X(03).
           05  FILLER                 PIC X(13) VALUE ")".
           05  WS-BIL-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(26) VALUE SPACES.
           05  FILLER                 PIC X(46) VALUE "FOR REFERENCE".

       01  WS-NO-HISTORY-LINE.
           05  FILLER                 PIC X(132)
               VALUE "** NO RUN HISTORY FOR TONIGHT - NOTHING TO PROVE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           OPEN OUTPUT PROOF-PRINT-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
               SET WS-CTL-SEEN TO TRUE
               MOVE EXT-CTL-RECORDS TO WS-GL-RECORDS
               MOVE EXT-CTL-AMOUNT TO WS-GL-AMOUNT
               IF EXT-CTL-BASE-AMOUNT IS NUMERIC
                   MOVE EXT-CTL-BASE-AMOUNT TO WS-GL-BASE-AMOUNT
                   MOVE EXT-CTL-BASE-CCY TO WS-GL-BASE-CCY
               END-IF
           END-IF
           READ EXTRACT-FILE
               AT END SET WS-EXT-EOF TO TRUE
           ELSE
               PERFORM 8350-WRITE-COUNT-MISMATCH
           END-IF
           MOVE "TBLLOAD AMOUNT SUM VS SORTED AMOUNT SUM"
               TO WS-PRF-TEXT
           MOVE WS-TBL-AMOUNT TO WS-PRF-LEFT
           MOVE WS-SRT-AMOUNT TO WS-PRF-RIGHT
           IF WS-TBL-AMOUNT = WS-SRT-AMOUNT
           ELSE
               PERFORM 8350-WRITE-COUNT-MISMATCH
           END-IF
           MOVE "SORTED AMOUNT SUM VS KSDS AMOUNT SUM" TO WS-PRF-TEXT
           MOVE WS-SRT-AMOUNT TO WS-PRF-LEFT
           MOVE WS-KSDS-AMOUNT TO WS-PRF-RIGHT
           IF WS-SRT-AMOUNT = WS-KSDS-AMOUNT
           ELSE
               PERFORM 8350-WRITE-COUNT-MISMATCH
           END-IF
           MOVE "SORTED ACTIVE AMOUNT SUM VS GL CONTROL"
               TO WS-PRF-TEXT
           MOVE WS-SRT-ACT-AMOUNT TO WS-PRF-LEFT
           MOVE WS-GL-AMOUNT TO WS-PRF-RIGHT
           IF WS-SRT-ACT-AMOUNT = WS-GL-AMOUNT
           ELSE
               PERFORM 8300-WRITE-MISMATCH
           END-IF
           IF WS-GL-BASE-CCY NOT = SPACES
               MOVE WS-GL-BASE-CCY TO WS-BIL-CCY
               MOVE WS-GL-BASE-AMOUNT TO WS-BIL-AMOUNT
               WRITE PROOF-PRINT-RECORD FROM WS-BASE-INFO-LINE
           END-IF
           MOVE SPACES TO PROOF-PRINT-RECORD
           WRITE PROOF-PRINT-RECORD
           IF WS-MISMATCH-RAISED
           CLOSE PROOF-PRINT-FILE
           IF WS-MISMATCH-RAISED
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the sorted generation's, the longest
      * of the four views read; the step writes nothing but its proof
      * sheet. A timing file that will not open is noted on SYSOUT
      * and skipped - it must not disturb the gate's return code.
       9100-WRITE-JOB-TIMING.
           MOVE "STRMBAL" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-SRT-COUNT TO JT-IN-COUNT
           MOVE ZEROS TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "STRMBAL - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
