      * WSPNDAPR - shared pending-approval record for TBLMNT (which
      * writes one when an online update needs a second user's
      * approval, then approves or declines it from the approval
      * screen) and APPRRPT (which reports declined and expired items
      * every night and carries the still-pending ones forward), so
      * the two programs cannot drift apart on the shape. The store
      * is the PROD.TBLLOAD.PENDAPPR KSDS (CICS file TBLPEND), keyed
      * on master key plus submission stamp: a key's items sit
      * together, so a browse from the master key finds any change
      * already waiting for it. Before and after images are full
      * 80-byte master records, as WSAUDREC carries them.
       01  WS-PEND-APPR-REC.
           05  PA-KEY.
               10  PA-MST-KEY         PIC X(10).
               10  PA-SUB-DATE        PIC 9(8).
               10  PA-SUB-TIME        PIC 9(8).
           05  PA-STATUS              PIC X(01).
               88  PA-PENDING         VALUE 'P'.
               88  PA-APPROVED        VALUE 'A'.
               88  PA-DECLINED        VALUE 'D'.
               88  PA-EXPIRED         VALUE 'X'.
           05  PA-REASON              PIC X(01).
               88  PA-OVER-THRESHOLD  VALUE 'T'.
               88  PA-LARGE-ACCOUNT   VALUE 'L'.
           05  PA-MAKER-ID            PIC X(08).
           05  PA-CHECKER-ID          PIC X(08).
           05  PA-DEC-DATE            PIC 9(8).
           05  PA-DEC-TIME            PIC 9(8).
           05  PA-BEFORE              PIC X(80).
           05  PA-AFTER               PIC X(80).
           05  FILLER                 PIC X(20).
