               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-IN-FILE
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSAREA.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-MST-EOF-SWITCH      PIC X(01) VALUE 'N'.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-NEXT-COUNT              PIC 9(5).
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM 1100-LOAD-PARAMETERS
           PERFORM 1200-LOAD-MASTER-TABLE
               DISPLAY "REJTRACK - WS-TABLE OVERFLOW LOADING MASTER"
               CLOSE MASTER-IN-FILE
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-WRITE-JOB-TIMING
               STOP RUN
           END-IF.

           CLOSE AGING-REPORT-FILE
           IF WS-OVERAGE-RAISED
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are tonight's master, the volume the
      * match-off searches, records out the tracking records carried
      * to the new generation. A timing file that will not open is
      * noted on SYSOUT and skipped; the aging report stands on its
      * own.
       9100-WRITE-JOB-TIMING.
           MOVE "REJTRACK" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-COUNT TO JT-IN-COUNT
           MOVE WS-OUTSTANDING-COUNT TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "REJTRACK - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
