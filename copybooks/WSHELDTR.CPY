      * WSHELDTR - shared held-maintenance record for TBLMNT (which
      * writes one for every change it may not apply while the nightly
      * batch window has the cluster) and HELDBCH (which wraps the
      * held changes in their own HDR/TRL batch for the next TBLLOAD
      * run), so the two programs cannot drift apart on the shape.
      * The held store is the PROD.TBLLOAD.HELD KSDS (CICS file
      * TBLHELD), keyed on the 20-byte capture stamp so a sequential
      * read comes back in the order the operators made the changes.
      * HLD-TRAN is an INFEED-format transaction image - key,
      * description, amount, tran code 'U' or 'D' in column 71 -
      * exactly what TBLLOAD reads from any other sender. HLD-USERID
      * is the operator who keyed the change; HLD-APPROVER is the
      * second user when it was a dual-control change approved while
      * the window was open, spaces otherwise.
       01  WS-HELD-REC.
           05  HLD-STAMP.
               10  HLD-DATE           PIC 9(8).
               10  HLD-TIME           PIC 9(8).
               10  HLD-TERMID         PIC X(04).
           05  HLD-USERID             PIC X(08).
           05  HLD-TRAN.
               10  HLD-KEY            PIC X(10).
               10  HLD-DESC           PIC X(50).
               10  HLD-AMOUNT         PIC 9(7)V99.
               10  FILLER             PIC X(01).
               10  HLD-TRAN-CODE      PIC X(01).
                   88  HLD-UPDATE     VALUE 'U'.
                   88  HLD-DELETE     VALUE 'D'.
               10  HLD-EFF-DATE       PIC X(08).
               10  FILLER             PIC X(01).
           05  HLD-APPROVER           PIC X(08).
           05  FILLER                 PIC X(04).
