           SELECT TREND-PRINT-FILE ASSIGN TO TRENDRPT
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  TREND-PRINT-RECORD         PIC X(132).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSRUNHST.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.

       01  WS-HIST-STATUS             PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-HIST-READ-COUNT         PIC 9(9) VALUE ZEROS.

      * Rolling window: tonight's run is compared against the average
      * of up to the prior seven runs. The window table keeps the most
      * recent entries read so far in arrival order; once end of file
           STOP RUN.

       1000-LOAD-HISTORY.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           OPEN OUTPUT TREND-PRINT-FILE
           OPEN INPUT HISTORY-FILE
           IF WS-HIST-STATUS NOT = "00"
      * arrival order - when full, everything shifts down one slot
      * and the newest lands at the end.
       1100-ADD-TO-WINDOW.
           ADD 1 TO WS-HIST-READ-COUNT
           IF WS-WINDOW-COUNT < WS-WINDOW-MAX
               ADD 1 TO WS-WINDOW-COUNT
           ELSE
           WRITE TREND-PRINT-RECORD FROM WS-NO-HISTORY-LINE
           CLOSE TREND-PRINT-FILE
           MOVE 0 TO RETURN-CODE
           PERFORM 9100-WRITE-JOB-TIMING
           STOP RUN.

       9000-TERMINATE.
           CLOSE TREND-PRINT-FILE
           IF WS-WARNING-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the history records read; the step
      * writes nothing but its report. A timing file that will not
      * open is noted on SYSOUT and skipped.
       9100-WRITE-JOB-TIMING.
           MOVE "TRENDRPT" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-HIST-READ-COUNT TO JT-IN-COUNT
           MOVE ZEROS TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "TRENDRPT - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
