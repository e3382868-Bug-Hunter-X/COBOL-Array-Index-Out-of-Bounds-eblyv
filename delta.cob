           SELECT DELTA-PRINT-FILE ASSIGN TO DLTARPT
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Same 80-byte record shape as WS-TABLE-ENTRY in WSAREA.
           RECORD CONTAINS 132 CHARACTERS.
       01  DELTA-PRINT-RECORD         PIC X(132).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-NEW-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-NEW-EOF         VALUE 'Y'.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-PAGE-NUM                PIC 9(4) VALUE ZEROS.

       01  WS-LINE-COUNT              PIC 9(3) VALUE ZEROS.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           OPEN INPUT NEW-MASTER-FILE
           OPEN INPUT OLD-MASTER-FILE
           OPEN OUTPUT DELTA-PRINT-FILE
       9000-TERMINATE.
           CLOSE NEW-MASTER-FILE
           CLOSE OLD-MASTER-FILE
           CLOSE DELTA-PRINT-FILE
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are tonight's master, records out the
      * delta lines printed. A timing file that will not open is
      * noted on SYSOUT and skipped; the report stands on its own.
       9100-WRITE-JOB-TIMING.
           MOVE "DELTARPT" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           COMPUTE JT-IN-COUNT = WS-ADDED-COUNT + WS-CHANGED-COUNT
               + WS-UNCHANGED-COUNT
           COMPUTE JT-OUT-COUNT = WS-ADDED-COUNT + WS-DROPPED-COUNT
               + WS-CHANGED-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "DELTARPT - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
