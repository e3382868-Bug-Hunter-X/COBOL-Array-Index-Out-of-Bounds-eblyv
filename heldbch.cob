       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELDBCH.

      * Held online maintenance batcher. While the nightly batch
      * window is open TBLMNT may not change the cluster (STEP030 is
      * about to replace it), so every PF5 update and PF6 delete made
      * in the window is written to the TBLHELD store instead, as an
      * INFEED-format transaction (shared WSHELDTR layout). Once the
      * window closes this program reads the held store in capture
      * order and writes the changes out as an ordinary feed batch -
      * HDR with its own source ID (TMNTHELD), the data records, and
      * a TRL carrying the record count and amount hash the way every
      * upstream sender's trailer does. The next night's TBLLOAD reads
      * the batch concatenated behind INFEED, balances it and applies
      * it like any other sender's. Every held change is also listed
      * on EXCPRPT with the operator who made it (and the second user
      * who approved it, for a dual-control change), since the batch
      * trail will carry TMNTHELD as its source. An empty held store
      * writes no batch at all.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * OPTIONAL because the store is redefined empty after every
      * drain (STEP037), and a defined-but-never-loaded KSDS cannot
      * otherwise be opened for input.
           SELECT OPTIONAL HELD-FILE ASSIGN TO HELDIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HELD-KEY
               FILE STATUS IS WS-HELD-STATUS.

           SELECT BATCH-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO EXCPRPT
               ORGANIZATION IS SEQUENTIAL.

      * Cumulative job-timing history (shared WSJOBTIM layout) - one
      * record appended per run for SLARPT's batch-window timing.
           SELECT JOB-TIMING-FILE ASSIGN TO JOBTIME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-JOBT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * See WSHELDTR for the record layout - the key is the 20-byte
      * capture stamp at the front of the record.
       FD  HELD-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  HELD-RECORD.
           05  HELD-KEY               PIC X(20).
           05  FILLER                 PIC X(100).

      * Same HDR/data/TRL shapes TBLLOAD reads on INFILE.
       FD  BATCH-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  BATCH-RECORD               PIC X(80).

       FD  EXCEPTION-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  EXCEPTION-RECORD           PIC X(80).

       FD  JOB-TIMING-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-TIMING-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
           COPY WSEXCMSG.
           COPY WSHELDTR.
           COPY WSJOBTIM.

       01  WS-SWITCHES.
           05  WS-HELD-EOF-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-HELD-EOF        VALUE 'Y'.
           05  WS-HELD-OPEN-SWITCH    PIC X(01) VALUE 'N'.
               88  WS-HELD-OPEN       VALUE 'Y'.

       01  WS-HELD-STATUS             PIC X(02) VALUE SPACES.

       01  WS-JOBT-STATUS             PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

      * Source ID the held batch carries on its HDR - SUMRPT's batch
      * lines and the AUDIT trail name it the way they name any
      * upstream sender.
       01  WS-HELD-SOURCE-ID          PIC X(08) VALUE "TMNTHELD".

       01  WS-HELD-COUNT              PIC 9(9) VALUE ZEROS.

       01  WS-HELD-HASH               PIC 9(13)V99 VALUE ZEROS.

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

       01  WS-COUNT-EDIT              PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-BATCH-HELD-CHANGE
               UNTIL WS-HELD-EOF
           PERFORM 3000-WRITE-TRAILER
           PERFORM 9000-TERMINATE
           STOP RUN.

      * A store that will not open is logged and batches nothing -
      * the held records are still on it, and the JCL does not clear
      * the store unless this step ends RC=0.
       1000-INITIALIZE.
           ACCEPT JT-START-DATE FROM DATE YYYYMMDD
           ACCEPT JT-START-TIME FROM TIME
           OPEN OUTPUT BATCH-FILE
           OPEN OUTPUT EXCEPTION-FILE
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           OPEN INPUT HELD-FILE
           IF WS-HELD-STATUS = "00" OR WS-HELD-STATUS = "05"
                   OR WS-HELD-STATUS = "97"
               SET WS-HELD-OPEN TO TRUE
               PERFORM 2100-READ-HELD
           ELSE
               MOVE WS-CURRENT-DATE TO WS-EXC-DATE
               MOVE SPACES TO WS-EXC-TEXT
               STRING "HELD CHANGE STORE NOT OPENED - STATUS="
                      WS-HELD-STATUS
                      " - NOTHING BATCHED"
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
               SET WS-HELD-EOF TO TRUE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * The header goes out in front of the first held change only,
      * so a night with nothing held adds no empty batch to the feed.
       2000-BATCH-HELD-CHANGE.
           IF WS-HELD-COUNT = ZEROS
               MOVE WS-CURRENT-DATE TO WS-BH-RUN-DATE
               MOVE WS-HELD-SOURCE-ID TO WS-BH-SOURCE-ID
               WRITE BATCH-RECORD FROM WS-BATCH-HEADER
           END-IF
           WRITE BATCH-RECORD FROM HLD-TRAN
           ADD 1 TO WS-HELD-COUNT
           ADD HLD-AMOUNT TO WS-HELD-HASH
           MOVE WS-CURRENT-DATE TO WS-EXC-DATE
           MOVE SPACES TO WS-EXC-TEXT
           IF HLD-APPROVER = SPACES
               STRING "HELD ONLINE CHANGE BATCHED - KEY="
                      HLD-KEY
                      " CODE="
                      HLD-TRAN-CODE
                      " USER="
                      HLD-USERID
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
           ELSE
               STRING "HELD CHANGE BATCHED - KEY="
                      HLD-KEY
                      " CODE="
                      HLD-TRAN-CODE
                      " USER="
                      HLD-USERID
                      " APPR="
                      HLD-APPROVER
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG
           PERFORM 2100-READ-HELD.

       2100-READ-HELD.
           READ HELD-FILE INTO WS-HELD-REC
               AT END SET WS-HELD-EOF TO TRUE
           END-READ.

       3000-WRITE-TRAILER.
           MOVE WS-CURRENT-DATE TO WS-EXC-DATE
           MOVE SPACES TO WS-EXC-TEXT
           IF WS-HELD-COUNT = ZEROS
               MOVE "NO HELD ONLINE CHANGES - NO BATCH WRITTEN"
                   TO WS-EXC-TEXT
           ELSE
               MOVE WS-HELD-COUNT TO WS-BT-COUNT
               MOVE WS-HELD-HASH TO WS-BT-HASH
               WRITE BATCH-RECORD FROM WS-BATCH-TRAILER
               MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
               STRING "HELD BATCH WRITTEN - SOURCE="
                      WS-HELD-SOURCE-ID
                      " RECORDS="
                      WS-COUNT-EDIT
                      DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
           END-IF
           WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-MSG.

       9000-TERMINATE.
           IF WS-HELD-OPEN
               CLOSE HELD-FILE
           END-IF
           CLOSE BATCH-FILE
           CLOSE EXCEPTION-FILE
           PERFORM 9100-WRITE-JOB-TIMING.

      * Appends this run's timing record in the shared WSJOBTIM
      * layout - records in are the held changes drained, records out
      * the same changes batched for tomorrow's TBLLOAD. A timing file
      * that will not open is noted on SYSOUT and skipped; the batch
      * stands on its own.
       9100-WRITE-JOB-TIMING.
           MOVE "HELDBCH" TO JT-STEP-NAME
           ACCEPT JT-END-DATE FROM DATE YYYYMMDD
           ACCEPT JT-END-TIME FROM TIME
           MOVE WS-HELD-COUNT TO JT-IN-COUNT
           MOVE WS-HELD-COUNT TO JT-OUT-COUNT
           MOVE RETURN-CODE TO JT-RETURN-CODE
           OPEN EXTEND JOB-TIMING-FILE
           IF WS-JOBT-STATUS = "00"
               WRITE JOB-TIMING-RECORD FROM WS-JOB-TIME-REC
               CLOSE JOB-TIMING-FILE
           ELSE
               DISPLAY "HELDBCH - JOB TIMING OPEN FAILED - STATUS="
                   WS-JOBT-STATUS
           END-IF.
