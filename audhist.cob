      * On-request change-history report over the cumulative audit
      * trail (shared WSAUDREC layout) that TBLLOAD appends to and
      * the online AUDT queue dataset is concatenated onto. One key
      * per SYSIN control card, columns 1-10; every applied add,
      * update or delete for the requested keys prints with its date,
      * time, source (feed source ID or CICS user ID) and the before
      * and after description and amount - this is the report that
      * shows an auditor what a disputed amount was before it changed.
      * Keys with no recorded history are listed as such.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               VALUE "(RECORD REMOVED)".
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  WS-NEW-RECORD-LINE.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FILLER                 PIC X(08) VALUE "BEFORE".
           05  FILLER                 PIC X(20)
               VALUE "(NEW RECORD)".
           05  FILLER                 PIC X(102) VALUE SPACES.

       01  WS-NO-HISTORY-LINE.
           05  WS-NOH-KEY             PIC X(10).
           05  FILLER                 PIC X(22)
           MOVE AUD-SOURCE TO WS-EVT-SOURCE
           MOVE AUD-ACTION TO WS-EVT-ACTION
           WRITE PRINT-RECORD FROM WS-EVENT-LINE
           IF AUD-BEFORE = SPACES
               WRITE PRINT-RECORD FROM WS-NEW-RECORD-LINE
           ELSE
               MOVE AUD-BEFORE TO WS-IMAGE-REC
               MOVE "BEFORE" TO WS-IMG-TAG
               PERFORM 3100-PRINT-IMAGE
           END-IF
           IF AUD-AFTER = SPACES
               WRITE PRINT-RECORD FROM WS-REMOVED-LINE
           ELSE
