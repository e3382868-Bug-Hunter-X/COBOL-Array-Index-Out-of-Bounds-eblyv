      * WSTMNCTL - shared layout of the TMNT control file: the
      * PROD.TBLLOAD.TMNTCTL KSDS, 80-byte records keyed on bytes 1-8,
      * known to CICS as file TMNTCTL. The nightly stream owns the
      * contents (IDCAMS REPRO ... REPLACE steps in TBLLOAD.jcl);
      * TBLMNT only reads it. Record BATCHWIN carries the batch-window
      * status in byte 9 - 'O' from the moment the stream is about to
      * unload the cluster until the rebuilt cluster is back, 'C' the
      * rest of the day - with free text in 10-80 for ops.
       01  WS-TMNT-CTL-REC.
           05  CTL-KEY                PIC X(08).
           05  CTL-DATA               PIC X(72).

       01  WS-TMNT-CTL-WINDOW REDEFINES WS-TMNT-CTL-REC.
           05  FILLER                 PIC X(08).
           05  CTL-WIN-STATUS         PIC X(01).
               88  CTL-WIN-OPEN       VALUE 'O'.
               88  CTL-WIN-CLOSED     VALUE 'C'.
           05  CTL-WIN-TEXT           PIC X(71).

      * Records APPRxxx (xxx = region code) carry the dual-control
      * limits LRGACCT recomputes from the sorted master every night,
      * in the region's own currency; APPR followed by four spaces
      * records the THRESHLD card's base-currency figure and run
      * settings for reference, and is not applied to any region. An
      * online amount change must be approved by a second user when
      * the amount before or after is over CTL-APPR-THRESHOLD (zero -
      * no usable rate, or no record for the region at all - means
      * every change), or when the account is one of the region's
      * largest - at or above CTL-APPR-FLOOR, the amount of its
      * CTL-APPR-TOP-N'th largest active account (zero when the
      * record carries no floor).
       01  WS-TMNT-CTL-APPROVAL REDEFINES WS-TMNT-CTL-REC.
           05  FILLER                 PIC X(04).
           05  CTL-APPR-REGION        PIC X(03).
           05  FILLER                 PIC X(01).
           05  CTL-APPR-THRESHOLD     PIC 9(7)V99.
           05  CTL-APPR-FLOOR         PIC 9(7)V99.
           05  CTL-APPR-TOP-N         PIC 9(3).
           05  CTL-APPR-DATE          PIC 9(8).
           05  FILLER                 PIC X(43).
