      * WSJOBTIM - shared job-timing record layout for the programs
      * of the nightly TBLLOAD stream (APPRRPT, CSVCONV, TBLLOAD,
      * LRGACCT, HELDBCH, GLEXTR, DELTARPT, REJTRACK, TRENDRPT and
      * STRMBAL each append one record per run) and SLARPT (which
      * reads the history back to time the batch window), so none of
      * them can drift apart on the record shape. The start stamp is
      * taken as the program begins, the end stamp, counts and return
      * code as it ends - on an RC=12 or RC=16 stop too, with the
      * counts as far as the step got. Times are HHMMSSss, as ACCEPT
      * FROM TIME gives them. The step is named by its program, since
      * a program cannot see its JCL step name.
       01  WS-JOB-TIME-REC.
           05  JT-STEP-NAME           PIC X(08) VALUE SPACES.
           05  JT-START-DATE          PIC 9(8) VALUE ZEROS.
           05  JT-START-TIME          PIC 9(8) VALUE ZEROS.
           05  JT-END-DATE            PIC 9(8) VALUE ZEROS.
           05  JT-END-TIME            PIC 9(8) VALUE ZEROS.
           05  JT-IN-COUNT            PIC 9(9) VALUE ZEROS.
           05  JT-OUT-COUNT           PIC 9(9) VALUE ZEROS.
           05  JT-RETURN-CODE         PIC 9(4) VALUE ZEROS.
           05  FILLER                 PIC X(18) VALUE SPACES.
