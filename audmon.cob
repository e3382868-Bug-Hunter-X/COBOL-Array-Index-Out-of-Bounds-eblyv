       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDMON.

      * Unusual-activity monitor over the cumulative audit trail
      * (shared WSAUDREC layout). AUDHIST answers "show me key X" once
      * somebody already suspects it; this scan goes looking on its
      * own, every night, and prints what it finds grouped by
      * severity.
      *
      * Two passes over the same records, sorted two ways by the JCL:
      *   AUDIN - batch AUDIT and online AUDTQ together, by key, date
      *           and time. Per key: changed more than CHGCOUNT times
      *           within CHGDAYS days (CF); an amount moved by more
      *           than SWINGPCT percent or SWINGAMT outright between
      *           the before and after image (SW); a delete - physical
      *           or a flag-delete - re-added within READDAYS days
      *           (DR).
      *   ONLIN - the online AUDTQ records alone, by CICS user ID,
      *           date and time. Per user per day: changes made
      *           outside the HOURS window or at a weekend (OH); a
      *           change count or amount moved above NORMPCT percent
      *           of that user's average over their last NORMDAYS
      *           working days (UN).
      * Only findings dated within the last LOOKBACK days print.
      *
      * Every finding carries an ID - rule/subject/date/time - that
      * stays the same from night to night. Once an analyst has
      * looked at one, a REVIEWED card with that ID puts it on the
      * reviewed list (REVIN in, REVOUT out, a GDG) and it stops
      * printing; it is only counted. Entries older than the lookback
      * can no longer print, and drop off the list.
      *
      * RC=4 - new findings printed, or a card rejected (its default
      * stays in effect). RC=16 - an audit input will not open;
      * nothing is kept.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO AUDIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ONLINE-FILE ASSIGN TO ONLIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ONL-STATUS.

      * Last night's reviewed list - missing or empty before the
      * first run.
           SELECT REVIEW-IN-FILE ASSIGN TO REVIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REV-STATUS.

           SELECT REVIEW-OUT-FILE ASSIGN TO REVOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT MONITOR-REPORT-FILE ASSIGN TO MONRPT
               ORGANIZATION IS SEQUENTIAL.

      * Keyword in columns 1-8, value from column 10; '*' in column 1
      * is a comment card. Every threshold has a default, so a
      * missing deck is a run on the defaults.
           SELECT PARAMETER-CARD-FILE ASSIGN TO SYSIN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  AUDIT-RECORD               PIC X(200).

       FD  ONLINE-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 200 CHARACTERS.
       01  ONLINE-RECORD              PIC X(200).

       FD  REVIEW-IN-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-IN-RECORD           PIC X(80).

       FD  REVIEW-OUT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  REVIEW-OUT-RECORD          PIC X(80).

       FD  MONITOR-REPORT-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 132 CHARACTERS.
       01  MONITOR-REPORT-RECORD      PIC X(132).

       FD  PARAMETER-CARD-FILE
           RECORDING MODE IS F
           RECORD CONTAINS 80 CHARACTERS.
       01  PARAMETER-CARD.
           05  PRM-KEYWORD            PIC X(08).
           05  FILLER                 PIC X(01).
           05  PRM-VALUE              PIC X(71).

       01  REVIEWED-CARD REDEFINES PARAMETER-CARD.
           05  FILLER                 PIC X(09).
           05  RVC-FINDING-ID         PIC X(29).
           05  FILLER                 PIC X(01).
           05  RVC-REVIEWER           PIC X(08).
           05  FILLER                 PIC X(33).

       WORKING-STORAGE SECTION.
           COPY WSAUDREC.

       01  WS-SWITCHES.
           05  WS-AUD-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-AUD-EOF         VALUE 'Y'.
           05  WS-ONL-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ONL-EOF         VALUE 'Y'.
           05  WS-REV-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-REV-EOF         VALUE 'Y'.
           05  WS-PRM-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-PRM-EOF         VALUE 'Y'.
           05  WS-CARD-ERROR-SWITCH   PIC X(01) VALUE 'N'.
               88  WS-CARD-ERROR      VALUE 'Y'.
           05  WS-AMOUNTS-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-AMOUNTS-OK      VALUE 'Y'.
           05  WS-DATE-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-DATE-OK         VALUE 'Y'.
           05  WS-WINDOW-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-WINDOW-SET      VALUE 'Y'.
           05  WS-EPISODE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-CF-EPISODE      VALUE 'Y'.
           05  WS-DEL-PENDING-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-DEL-PENDING     VALUE 'Y'.
           05  WS-ID-VALID-SWITCH     PIC X(01) VALUE 'N'.
               88  WS-ID-VALID        VALUE 'Y'.
           05  WS-WEEKEND-DAY-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-WEEKEND-DAY     VALUE 'Y'.

       01  WS-AUD-STATUS              PIC X(02) VALUE SPACES.

       01  WS-ONL-STATUS              PIC X(02) VALUE SPACES.

       01  WS-REV-STATUS              PIC X(02) VALUE SPACES.

       01  WS-PRM-STATUS              PIC X(02) VALUE SPACES.

       01  WS-CURRENT-DATE            PIC 9(8).

       01  WS-EXIT-RC                 PIC 9(2) VALUE ZEROS.

      * Thresholds - card keyword, then the default.
      *   LOOKBACK ddd        findings dated within ddd days print (30)
      *   CHGCOUNT nnn        more than nnn changes to one key ... (5)
      *   CHGDAYS  ddd        ... within ddd days (7)
      *   SWINGPCT nnn        amount moved more than nnn percent (50)
      *   SWINGMIN nnnnnnnnn  ... and by at least this much (100.00)
      *   SWINGAMT nnnnnnnnn  or by more than this much (100,000.00)
      *   READDAYS ddd        deleted and re-added within ddd days (7)
      *   HOURS    hhmm hhmm  online business hours (0700 1900)
      *   WEEKEND  Y|N        Saturday and Sunday count as outside (Y)
      *   NORMDAYS nn         a user's norm is their last nn days (20)
      *   NORMMIN  nn         ... once they have at least nn (5)
      *   NORMPCT  nnnn       above nnnn percent of the norm (300)
      * Amounts are nine digits with two implied decimals, as on the
      * master.
       01  WS-LOOKBACK-DAYS           PIC 9(3) VALUE 030.

       01  WS-CHG-COUNT               PIC 9(3) VALUE 005.

       01  WS-CHG-DAYS                PIC 9(3) VALUE 007.

       01  WS-SWING-PCT               PIC 9(3) VALUE 050.

       01  WS-SWING-MIN               PIC 9(7)V99 VALUE 100.00.

       01  WS-SWING-AMT               PIC 9(7)V99 VALUE 100000.00.

       01  WS-READD-DAYS              PIC 9(3) VALUE 007.

       01  WS-HOURS-START             PIC 9(4) VALUE 0700.

       01  WS-HOURS-END               PIC 9(4) VALUE 1900.

       01  WS-WEEKEND-OUT             PIC X(01) VALUE 'Y'.
           88  WS-WEEKEND-IS-OUT      VALUE 'Y'.

       01  WS-NORM-DAYS               PIC 9(2) VALUE 20.

       01  WS-NORM-MIN                PIC 9(2) VALUE 05.

       01  WS-NORM-PCT                PIC 9(4) VALUE 0300.

       01  WS-LOOKBACK-START          PIC 9(8) VALUE ZEROS.

       01  WS-WORK-DAYNUM             PIC 9(7) VALUE ZEROS.

       01  WS-EVENT-DAYNUM            PIC 9(7) VALUE ZEROS.

       01  WS-DAY-OF-WEEK             PIC 9(1) VALUE ZEROS.

      * Finding ID - rule, subject (master key, or CICS user ID
      * padded to ten), and the date and time of the event that
      * raised it; time is zeros for the per-day operator rules. The
      * REVIEWED card carries it exactly as printed.
       01  WS-FINDING-ID.
           05  FID-RULE               PIC X(02).
               88  FID-RULE-VALID     VALUE "CF" "SW" "DR" "OH" "UN".
           05  FID-SEP-1              PIC X(01).
           05  FID-SUBJECT            PIC X(10).
           05  FID-SEP-2              PIC X(01).
           05  FID-DATE               PIC 9(8).
           05  FID-SEP-3              PIC X(01).
           05  FID-TIME               PIC 9(6).

       01  WS-REVIEW-REC.
           05  REV-FINDING-ID         PIC X(29).
           05  FILLER                 PIC X(01).
           05  REV-REVIEWER           PIC X(08).
           05  FILLER                 PIC X(01).
           05  REV-DATE               PIC 9(8).
           05  FILLER                 PIC X(33).

      * Reviewed IDs - last night's list still inside the lookback,
      * plus tonight's REVIEWED cards.
       01  WS-REV-MAX                 PIC 9(5) VALUE 05000.

       01  WS-REV-COUNT               PIC 9(5) VALUE ZEROS.

       01  WS-REV-TABLE.
           05  WS-REV-ID              PIC X(29) OCCURS 5000 TIMES.

       01  WS-REV-IDX                 PIC 9(5).

       01  WS-REV-FOUND               PIC 9(5) VALUE ZEROS.

       01  WS-REV-CARRIED             PIC 9(5) VALUE ZEROS.

       01  WS-REV-DROPPED             PIC 9(5) VALUE ZEROS.

       01  WS-REV-ADDED               PIC 9(5) VALUE ZEROS.

       01  WS-REV-UNLOOKED            PIC 9(5) VALUE ZEROS.

      * Tonight's REVIEWED cards, held until the old list is loaded
      * so a repeated card is not written twice.
       01  WS-RVC-MAX                 PIC 9(3) VALUE 500.

       01  WS-RVC-COUNT               PIC 9(3) VALUE ZEROS.

       01  WS-RVC-TABLE.
           05  WS-RVC-ENTRY           OCCURS 500 TIMES.
               10  WS-RVC-ID          PIC X(29).
               10  WS-RVC-REVIEWER    PIC X(08).

       01  WS-RVC-IDX                 PIC 9(3).

       01  WS-REJ-MAX                 PIC 9(2) VALUE 50.

       01  WS-REJ-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-REJ-TABLE.
           05  WS-REJ-CARD            PIC X(80) OCCURS 50 TIMES.

       01  WS-REJ-IDX                 PIC 9(2).

      * Findings are held until both passes are done so they can be
      * printed by severity.
       01  WS-FND-MAX                 PIC 9(4) VALUE 3000.

       01  WS-FND-COUNT               PIC 9(4) VALUE ZEROS.

       01  WS-FND-TABLE.
           05  WS-FND-ENTRY           OCCURS 3000 TIMES.
               10  WS-FND-SEV         PIC X(01).
               10  WS-FND-LINE        PIC X(132).

       01  WS-FND-IDX                 PIC 9(4).

       01  WS-FND-SLOT                PIC 9(4) VALUE ZEROS.

       01  WS-FND-OVERFLOW            PIC 9(5) VALUE ZEROS.

       01  WS-NEW-SEV                 PIC X(01).
           88  WS-SEV-HIGH            VALUE 'H'.
           88  WS-SEV-MEDIUM          VALUE 'M'.
           88  WS-SEV-LOW             VALUE 'L'.

      * New and already-reviewed counts for HIGH, MEDIUM, LOW.
       01  WS-SEV-TOTALS.
           05  WS-SEV-ENTRY           OCCURS 3 TIMES.
               10  WS-SEV-NEW         PIC 9(5).
               10  WS-SEV-REVIEWED    PIC 9(5).

       01  WS-SEV-IDX                 PIC 9(1).

       01  WS-SEV-CODES               PIC X(03) VALUE "HML".

       01  WS-SEV-NAMES               PIC X(18)
               VALUE "HIGH  MEDIUMLOW   ".
       01  WS-SEV-NAME-TABLE REDEFINES WS-SEV-NAMES.
           05  WS-SEV-NAME            PIC X(06) OCCURS 3 TIMES.

       01  WS-SEV-SHOWN               PIC 9(5) VALUE ZEROS.

       01  WS-AUD-READ                PIC 9(9) VALUE ZEROS.

       01  WS-ONL-READ                PIC 9(9) VALUE ZEROS.

       01  WS-OPR-DAYS                PIC 9(7) VALUE ZEROS.

      * The master-shaped images, decoded so amounts and the delete
      * flag can be compared.
       01  WS-BEFORE-IMAGE.
           05  WS-BEF-KEY             PIC X(10).
           05  WS-BEF-DESC            PIC X(50).
           05  WS-BEF-AMOUNT          PIC 9(7)V99.
           05  WS-BEF-DEL-FLAG        PIC X(01).
               88  WS-BEF-DELETED     VALUE 'D'.
           05  FILLER                 PIC X(10).

       01  WS-AFTER-IMAGE.
           05  WS-AFT-KEY             PIC X(10).
           05  WS-AFT-DESC            PIC X(50).
           05  WS-AFT-AMOUNT          PIC 9(7)V99.
           05  WS-AFT-DEL-FLAG        PIC X(01).
               88  WS-AFT-DELETED     VALUE 'D'.
           05  FILLER                 PIC X(10).

       01  WS-BEF-AMT                 PIC 9(7)V99 VALUE ZEROS.

       01  WS-AFT-AMT                 PIC 9(7)V99 VALUE ZEROS.

       01  WS-SWING-DIFF              PIC S9(7)V99 VALUE ZEROS.

       01  WS-SWING-ABS               PIC 9(7)V99 VALUE ZEROS.

       01  WS-SWING-CALC-PCT          PIC 9(11) VALUE ZEROS.

       01  WS-SWING-HITS              PIC 9(1) VALUE ZEROS.

      * Per-key state for the key pass. The change-frequency window
      * is a ring of the key's change dates; WS-CF-START is the
      * oldest change still inside CHGDAYS of the current one.
       01  WS-PRV-KEY                 PIC X(10) VALUE LOW-VALUES.

       01  WS-CF-RING-SIZE            PIC 9(4) VALUE 1000.

       01  WS-CF-RING.
           05  WS-CF-ENTRY            OCCURS 1000 TIMES.
               10  WS-CF-DAYNUM       PIC 9(7).
               10  WS-CF-DATE         PIC 9(8).

       01  WS-CF-SEQ                  PIC 9(7) VALUE ZEROS.

       01  WS-CF-START                PIC 9(7) VALUE ZEROS.

       01  WS-CF-SLOT                 PIC 9(4) VALUE ZEROS.

       01  WS-CF-START-SLOT           PIC 9(4) VALUE ZEROS.

       01  WS-CF-IN-WINDOW            PIC 9(7) VALUE ZEROS.

       01  WS-CF-PEAK                 PIC 9(7) VALUE ZEROS.

       01  WS-CF-FND-SLOT             PIC 9(4) VALUE ZEROS.

       01  WS-CF-FIRST-DATE           PIC 9(8) VALUE ZEROS.

       01  WS-CF-ID                   PIC X(29) VALUE SPACES.

       01  WS-CF-DOUBLE               PIC 9(4) VALUE ZEROS.

       01  WS-DEL-DAYNUM              PIC 9(7) VALUE ZEROS.

       01  WS-DEL-DATE                PIC 9(8) VALUE ZEROS.

       01  WS-DEL-TIME                PIC X(06) VALUE SPACES.

       01  WS-DEL-SOURCE              PIC X(08) VALUE SPACES.

       01  WS-READD-GAP               PIC 9(7) VALUE ZEROS.

      * Per-user state for the operator pass - tonight's day being
      * accumulated, and the user's recent working days (oldest
      * first) that make up their norm.
       01  WS-OPR-USER                PIC X(08) VALUE LOW-VALUES.

       01  WS-DAY-DATE                PIC 9(8) VALUE ZEROS.

       01  WS-DAY-CHANGES             PIC 9(5) VALUE ZEROS.

       01  WS-DAY-AMOUNT              PIC 9(11)V99 VALUE ZEROS.

       01  WS-DAY-OFFHRS              PIC 9(5) VALUE ZEROS.

       01  WS-DAY-OFF-FIRST           PIC X(06) VALUE SPACES.

       01  WS-DAY-OFF-LAST            PIC X(06) VALUE SPACES.

       01  WS-MOVED-AMT               PIC 9(7)V99 VALUE ZEROS.

       01  WS-HST-MAX                 PIC 9(2) VALUE 60.

       01  WS-HST-COUNT               PIC 9(2) VALUE ZEROS.

       01  WS-HST-TABLE.
           05  WS-HST-ENTRY           OCCURS 60 TIMES.
               10  WS-HST-CHANGES     PIC 9(5).
               10  WS-HST-AMOUNT      PIC 9(11)V99.

       01  WS-HST-IDX                 PIC 9(2).

       01  WS-SUM-CHANGES             PIC 9(7) VALUE ZEROS.

       01  WS-SUM-AMOUNT              PIC 9(13)V99 VALUE ZEROS.

       01  WS-AVG-CHANGES             PIC 9(5)V99 VALUE ZEROS.

       01  WS-AVG-AMOUNT              PIC 9(11)V99 VALUE ZEROS.

       01  WS-NORM-HITS               PIC 9(1) VALUE ZEROS.

       01  WS-ED-PCT                  PIC ZZZ,ZZ9.

       01  WS-HEADING-LINE.
           05  FILLER                 PIC X(36)
               VALUE "AUDMON UNUSUAL-ACTIVITY MONITOR".
           05  FILLER                 PIC X(10) VALUE "RUN DATE: ".
           05  WS-HDG-DATE            PIC 9(8).
           05  FILLER                 PIC X(18)
               VALUE "  FINDINGS SINCE: ".
           05  WS-HDG-SINCE           PIC 9(8).
           05  FILLER                 PIC X(52) VALUE SPACES.

       01  WS-THRESHOLD-LINE-1.
           05  FILLER                 PIC X(20)
               VALUE "CHANGES PER KEY >   ".
           05  WS-THR-CHG-COUNT       PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE " IN ".
           05  WS-THR-CHG-DAYS        PIC ZZ9.
           05  FILLER                 PIC X(20)
               VALUE " DAYS   SWING >     ".
           05  WS-THR-SWING-PCT       PIC ZZ9.
           05  FILLER                 PIC X(09) VALUE " PCT (MIN".
           05  WS-THR-SWING-MIN       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(06) VALUE ") OR >".
           05  WS-THR-SWING-AMT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(19)
               VALUE "   RE-ADD WITHIN   ".
           05  WS-THR-READD-DAYS      PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE " DAYS".
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-THRESHOLD-LINE-2.
           05  FILLER                 PIC X(20)
               VALUE "ONLINE HOURS        ".
           05  WS-THR-HOURS-START     PIC 9(4).
           05  FILLER                 PIC X(01) VALUE "-".
           05  WS-THR-HOURS-END       PIC 9(4).
           05  FILLER                 PIC X(19)
               VALUE "   WEEKENDS OUTSIDE".
           05  FILLER                 PIC X(02) VALUE ": ".
           05  WS-THR-WEEKEND         PIC X(01).
           05  FILLER                 PIC X(17)
               VALUE "   USER NORM LAST".
           05  WS-THR-NORM-DAYS       PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE " DAYS (MIN ".
           05  WS-THR-NORM-MIN        PIC Z9.
           05  FILLER                 PIC X(10) VALUE ")  LIMIT ".
           05  WS-THR-NORM-PCT        PIC Z,ZZ9.
           05  FILLER                 PIC X(15)
               VALUE " PCT OF NORM   ".
           05  FILLER                 PIC X(18) VALUE SPACES.

       01  WS-CARD-LOG-LINE.
           05  WS-CLG-RESULT          PIC X(30).
           05  WS-CLG-CARD            PIC X(80).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-SEV-HEADING.
           05  FILLER                 PIC X(03) VALUE "** ".
           05  WS-SVH-NAME            PIC X(06).
           05  FILLER                 PIC X(17)
               VALUE " SEVERITY - NEW: ".
           05  WS-SVH-NEW             PIC ZZ,ZZ9.
           05  FILLER                 PIC X(20)
               VALUE "  ALREADY REVIEWED: ".
           05  WS-SVH-REVIEWED        PIC ZZ,ZZ9.
           05  FILLER                 PIC X(74) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                 PIC X(31)
               VALUE "FINDING ID (FOR REVIEWED CARD)".
           05  FILLER                 PIC X(18) VALUE "RULE".
           05  FILLER                 PIC X(83) VALUE "DETAIL".

       01  WS-NONE-LINE.
           05  FILLER                 PIC X(20) VALUE "  NONE".
           05  FILLER                 PIC X(112) VALUE SPACES.

       01  WS-FINDING-LINE.
           05  FND-ID                 PIC X(29).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FND-RULE               PIC X(16).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  FND-DETAIL             PIC X(83).

       01  WS-CF-DETAIL.
           05  FILLER                 PIC X(08) VALUE "CHANGES:".
           05  WS-CFD-COUNT           PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE "  LIMIT ".
           05  WS-CFD-LIMIT           PIC ZZ9.
           05  FILLER                 PIC X(04) VALUE " IN ".
           05  WS-CFD-DAYS            PIC ZZ9.
           05  FILLER                 PIC X(11) VALUE " DAYS FROM ".
           05  WS-CFD-FROM            PIC 9(8).
           05  FILLER                 PIC X(04) VALUE " TO ".
           05  WS-CFD-TO              PIC 9(8).
           05  FILLER                 PIC X(22) VALUE SPACES.

       01  WS-SW-DETAIL.
           05  FILLER                 PIC X(03) VALUE "BY ".
           05  WS-SWD-SOURCE          PIC X(08).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-SWD-BEFORE          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(04) VALUE " TO ".
           05  WS-SWD-AFTER           PIC Z,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SWD-DIFF            PIC -,---,--9.99.
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-SWD-PCT-TEXT        PIC X(11).
           05  FILLER                 PIC X(16) VALUE SPACES.

       01  WS-DR-DETAIL.
           05  FILLER                 PIC X(08) VALUE "DELETED ".
           05  WS-DRD-DATE            PIC 9(8).
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  WS-DRD-TIME            PIC X(06).
           05  FILLER                 PIC X(04) VALUE " BY ".
           05  WS-DRD-DEL-SOURCE      PIC X(08).
           05  FILLER                 PIC X(14)
               VALUE "  RE-ADDED BY ".
           05  WS-DRD-ADD-SOURCE      PIC X(08).
           05  FILLER                 PIC X(07) VALUE " AFTER ".
           05  WS-DRD-DAYS            PIC ZZ9.
           05  FILLER                 PIC X(05) VALUE " DAYS".
           05  FILLER                 PIC X(11) VALUE SPACES.

       01  WS-OH-DETAIL.
           05  FILLER                 PIC X(30)
               VALUE "ONLINE RECORDS OUTSIDE HOURS: ".
           05  WS-OHD-COUNT           PIC ZZZ9.
           05  FILLER                 PIC X(08) VALUE "  FIRST ".
           05  WS-OHD-FIRST           PIC X(06).
           05  FILLER                 PIC X(07) VALUE "  LAST ".
           05  WS-OHD-LAST            PIC X(06).
           05  FILLER                 PIC X(02) VALUE SPACES.
           05  WS-OHD-WEEKEND         PIC X(07).
           05  FILLER                 PIC X(13) VALUE SPACES.

       01  WS-UN-DETAIL.
           05  FILLER                 PIC X(08) VALUE "CHANGES ".
           05  WS-UND-CHANGES         PIC ZZZ9.
           05  FILLER                 PIC X(06) VALUE " NORM ".
           05  WS-UND-AVG-CHANGES     PIC ZZZ9.
           05  FILLER                 PIC X(07) VALUE " MOVED ".
           05  WS-UND-AMOUNT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(06) VALUE " NORM ".
           05  WS-UND-AVG-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02) VALUE " (".
           05  WS-UND-DAYS            PIC Z9.
           05  FILLER                 PIC X(06) VALUE " DAYS)".
           05  FILLER                 PIC X(04) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CNT-TEXT            PIC X(40).
           05  WS-CNT-VALUE           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(81) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  WS-MSG-TEXT            PIC X(132).

       PROCEDURE DIVISION.
       0000-MAIN-CONTROL.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCAN-BY-KEY
           PERFORM 3000-SCAN-BY-OPERATOR
           PERFORM 7000-PRINT-FINDINGS
           PERFORM 8000-WRITE-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-SEV-TOTALS
           OPEN OUTPUT MONITOR-REPORT-FILE
           PERFORM 1100-LOAD-PARAMETERS
           COMPUTE WS-WORK-DAYNUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-LOOKBACK-DAYS
           COMPUTE WS-LOOKBACK-START =
               FUNCTION DATE-OF-INTEGER(WS-WORK-DAYNUM)
           MOVE WS-CURRENT-DATE TO WS-HDG-DATE
           MOVE WS-LOOKBACK-START TO WS-HDG-SINCE
           WRITE MONITOR-REPORT-RECORD FROM WS-HEADING-LINE
           PERFORM 1200-PRINT-THRESHOLDS
           PERFORM 1300-CARRY-REVIEW-LIST
           PERFORM 1310-ADD-REVIEWED-CARDS
           CLOSE REVIEW-OUT-FILE
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD.

      * A threshold card that does not make sense is listed and
      * ignored - the default stays - and the run ends RC=4 so it
      * gets fixed.
       1100-LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-CARD-FILE
           IF WS-PRM-STATUS = "00"
               READ PARAMETER-CARD-FILE
                   AT END SET WS-PRM-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-PRM-EOF
                   IF PARAMETER-CARD(1:1) NOT = "*"
                           AND PARAMETER-CARD NOT = SPACES
                       PERFORM 1110-APPLY-CARD
                   END-IF
                   READ PARAMETER-CARD-FILE
                       AT END SET WS-PRM-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE PARAMETER-CARD-FILE
           END-IF.

       1110-APPLY-CARD.
           EVALUATE PRM-KEYWORD
               WHEN "LOOKBACK"
                   IF PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-LOOKBACK-DAYS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "CHGCOUNT"
                   IF PRM-VALUE(1:3) IS NUMERIC
                           AND PRM-VALUE(1:3) NOT = "000"
                       MOVE PRM-VALUE(1:3) TO WS-CHG-COUNT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "CHGDAYS "
                   IF PRM-VALUE(1:3) IS NUMERIC
                           AND PRM-VALUE(1:3) NOT = "000"
                       MOVE PRM-VALUE(1:3) TO WS-CHG-DAYS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "SWINGPCT"
                   IF PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-SWING-PCT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "SWINGMIN"
                   IF PRM-VALUE(1:9) IS NUMERIC
                       MOVE PRM-VALUE(1:9) TO WS-SWING-MIN
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "SWINGAMT"
                   IF PRM-VALUE(1:9) IS NUMERIC
                       MOVE PRM-VALUE(1:9) TO WS-SWING-AMT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "READDAYS"
                   IF PRM-VALUE(1:3) IS NUMERIC
                       MOVE PRM-VALUE(1:3) TO WS-READD-DAYS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "HOURS   "
                   IF PRM-VALUE(1:4) IS NUMERIC
                           AND PRM-VALUE(6:4) IS NUMERIC
                           AND PRM-VALUE(1:4) < PRM-VALUE(6:4)
                           AND PRM-VALUE(6:4) NOT > "2400"
                       MOVE PRM-VALUE(1:4) TO WS-HOURS-START
                       MOVE PRM-VALUE(6:4) TO WS-HOURS-END
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "WEEKEND "
                   IF PRM-VALUE(1:1) = "Y" OR PRM-VALUE(1:1) = "N"
                       MOVE PRM-VALUE(1:1) TO WS-WEEKEND-OUT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "NORMDAYS"
                   IF PRM-VALUE(1:2) IS NUMERIC
                           AND PRM-VALUE(1:2) NOT = "00"
                           AND PRM-VALUE(1:2) NOT > "60"
                       MOVE PRM-VALUE(1:2) TO WS-NORM-DAYS
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "NORMMIN "
                   IF PRM-VALUE(1:2) IS NUMERIC
                           AND PRM-VALUE(1:2) NOT = "00"
                       MOVE PRM-VALUE(1:2) TO WS-NORM-MIN
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "NORMPCT "
                   IF PRM-VALUE(1:4) IS NUMERIC
                       MOVE PRM-VALUE(1:4) TO WS-NORM-PCT
                   ELSE
                       PERFORM 1150-REJECT-CARD
                   END-IF
               WHEN "REVIEWED"
                   PERFORM 1120-TAKE-REVIEWED-CARD
               WHEN OTHER
                   PERFORM 1150-REJECT-CARD
           END-EVALUATE.

       1120-TAKE-REVIEWED-CARD.
           MOVE RVC-FINDING-ID TO WS-FINDING-ID
           PERFORM 1130-CHECK-FINDING-ID
           IF NOT WS-ID-VALID OR RVC-REVIEWER = SPACES
               PERFORM 1150-REJECT-CARD
           ELSE
               IF WS-RVC-COUNT >= WS-RVC-MAX
                   PERFORM 1150-REJECT-CARD
               ELSE
                   ADD 1 TO WS-RVC-COUNT
                   MOVE RVC-FINDING-ID TO WS-RVC-ID(WS-RVC-COUNT)
                   MOVE RVC-REVIEWER
                       TO WS-RVC-REVIEWER(WS-RVC-COUNT)
               END-IF
           END-IF.

       1130-CHECK-FINDING-ID.
           MOVE 'N' TO WS-ID-VALID-SWITCH
           IF FID-RULE-VALID
                   AND FID-SEP-1 = "/" AND FID-SEP-2 = "/"
                   AND FID-SEP-3 = "/"
                   AND FID-DATE IS NUMERIC AND FID-TIME IS NUMERIC
                   AND FID-SUBJECT NOT = SPACES
               SET WS-ID-VALID TO TRUE
           END-IF.

      * Held until the heading is out - the lookback date on it is
      * not known until every card has been read.
       1150-REJECT-CARD.
           SET WS-CARD-ERROR TO TRUE
           IF WS-REJ-COUNT < WS-REJ-MAX
               ADD 1 TO WS-REJ-COUNT
               MOVE PARAMETER-CARD TO WS-REJ-CARD(WS-REJ-COUNT)
           END-IF.

       1200-PRINT-THRESHOLDS.
           MOVE WS-CHG-COUNT TO WS-THR-CHG-COUNT
           MOVE WS-CHG-DAYS TO WS-THR-CHG-DAYS
           MOVE WS-SWING-PCT TO WS-THR-SWING-PCT
           MOVE WS-SWING-MIN TO WS-THR-SWING-MIN
           MOVE WS-SWING-AMT TO WS-THR-SWING-AMT
           MOVE WS-READD-DAYS TO WS-THR-READD-DAYS
           WRITE MONITOR-REPORT-RECORD FROM WS-THRESHOLD-LINE-1
           MOVE WS-HOURS-START TO WS-THR-HOURS-START
           MOVE WS-HOURS-END TO WS-THR-HOURS-END
           MOVE WS-WEEKEND-OUT TO WS-THR-WEEKEND
           MOVE WS-NORM-DAYS TO WS-THR-NORM-DAYS
           MOVE WS-NORM-MIN TO WS-THR-NORM-MIN
           MOVE WS-NORM-PCT TO WS-THR-NORM-PCT
           WRITE MONITOR-REPORT-RECORD FROM WS-THRESHOLD-LINE-2
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           MOVE "CARD REJECTED - IGNORED:" TO WS-CLG-RESULT
           PERFORM VARYING WS-REJ-IDX FROM 1 BY 1
                   UNTIL WS-REJ-IDX > WS-REJ-COUNT
               MOVE WS-REJ-CARD(WS-REJ-IDX) TO WS-CLG-CARD
               WRITE MONITOR-REPORT-RECORD FROM WS-CARD-LOG-LINE
           END-PERFORM.

      * Last night's list forward, less anything now older than the
      * lookback - it can never print again, so it need not be kept.
       1300-CARRY-REVIEW-LIST.
           OPEN OUTPUT REVIEW-OUT-FILE
           OPEN INPUT REVIEW-IN-FILE
           IF WS-REV-STATUS = "00"
               READ REVIEW-IN-FILE INTO WS-REVIEW-REC
                   AT END SET WS-REV-EOF TO TRUE
               END-READ
               PERFORM UNTIL WS-REV-EOF
                   MOVE REV-FINDING-ID TO WS-FINDING-ID
                   PERFORM 1130-CHECK-FINDING-ID
                   IF WS-ID-VALID
                           AND FID-DATE NOT < WS-LOOKBACK-START
                       WRITE REVIEW-OUT-RECORD FROM WS-REVIEW-REC
                       ADD 1 TO WS-REV-CARRIED
                       PERFORM 1330-REMEMBER-REVIEWED
                   ELSE
                       ADD 1 TO WS-REV-DROPPED
                   END-IF
                   READ REVIEW-IN-FILE INTO WS-REVIEW-REC
                       AT END SET WS-REV-EOF TO TRUE
                   END-READ
               END-PERFORM
               CLOSE REVIEW-IN-FILE
           END-IF.

       1310-ADD-REVIEWED-CARDS.
           PERFORM VARYING WS-RVC-IDX FROM 1 BY 1
                   UNTIL WS-RVC-IDX > WS-RVC-COUNT
               PERFORM 1320-ADD-ONE-CARD
           END-PERFORM.

       1320-ADD-ONE-CARD.
           MOVE SPACES TO WS-CLG-CARD
           STRING "REVIEWED " WS-RVC-ID(WS-RVC-IDX) " "
                  WS-RVC-REVIEWER(WS-RVC-IDX)
                  DELIMITED BY SIZE
                  INTO WS-CLG-CARD
           MOVE WS-RVC-ID(WS-RVC-IDX) TO WS-FINDING-ID
           PERFORM 5100-FIND-REVIEWED
           EVALUATE TRUE
               WHEN WS-REV-FOUND > 0
                   MOVE "ALREADY ON THE REVIEWED LIST:"
                       TO WS-CLG-RESULT
               WHEN FID-DATE < WS-LOOKBACK-START
                   MOVE "OLDER THAN LOOKBACK - NOT KEPT:"
                       TO WS-CLG-RESULT
               WHEN OTHER
                   MOVE SPACES TO WS-REVIEW-REC
                   MOVE WS-RVC-ID(WS-RVC-IDX) TO REV-FINDING-ID
                   MOVE WS-RVC-REVIEWER(WS-RVC-IDX) TO REV-REVIEWER
                   MOVE WS-CURRENT-DATE TO REV-DATE
                   WRITE REVIEW-OUT-RECORD FROM WS-REVIEW-REC
                   ADD 1 TO WS-REV-ADDED
                   PERFORM 1330-REMEMBER-REVIEWED
                   MOVE "ADDED TO THE REVIEWED LIST:"
                       TO WS-CLG-RESULT
           END-EVALUATE
           WRITE MONITOR-REPORT-RECORD FROM WS-CARD-LOG-LINE.

      * A list bigger than the table is still carried in full; the
      * entries past the table just cannot suppress anything tonight.
       1330-REMEMBER-REVIEWED.
           IF WS-REV-COUNT < WS-REV-MAX
               ADD 1 TO WS-REV-COUNT
               MOVE WS-FINDING-ID TO WS-REV-ID(WS-REV-COUNT)
           ELSE
               ADD 1 TO WS-REV-UNLOOKED
           END-IF.

      * An audit input that will not open is a dead run. The reviewed
      * list written so far is not kept - the JCL catalogs it only on
      * RC=4 or less.
       1900-END-RUN.
           WRITE MONITOR-REPORT-RECORD FROM WS-MESSAGE-LINE
           DISPLAY "AUDMON - " WS-MSG-TEXT(1:70)
           CLOSE MONITOR-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE
           STOP RUN.

      * Key pass - batch and online records together, by key, date
      * and time. HELD and APPRVD records are not changes in their
      * own right (a held change is audited again when the batch
      * applies it; an approval repeats the change it approves), so
      * only ADD, UPDATE and DELETE count.
       2000-SCAN-BY-KEY.
           OPEN INPUT AUDIT-FILE
           IF WS-AUD-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "AUDIT TRAIL (AUDIN) OPEN FAILED - STATUS "
                      WS-AUD-STATUS
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           READ AUDIT-FILE INTO WS-AUDIT-REC
               AT END SET WS-AUD-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-AUD-EOF
               ADD 1 TO WS-AUD-READ
               IF AUD-ACTION = "ADD" OR AUD-ACTION = "UPDATE"
                       OR AUD-ACTION = "DELETE"
                   PERFORM 2100-EXAMINE-KEY-RECORD
               END-IF
               READ AUDIT-FILE INTO WS-AUDIT-REC
                   AT END SET WS-AUD-EOF TO TRUE
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE.

       2100-EXAMINE-KEY-RECORD.
           IF AUD-KEY NOT = WS-PRV-KEY
               MOVE AUD-KEY TO WS-PRV-KEY
               MOVE ZEROS TO WS-CF-SEQ
               MOVE 1 TO WS-CF-START
               MOVE 'N' TO WS-EPISODE-SWITCH
               MOVE 'N' TO WS-DEL-PENDING-SWITCH
           END-IF
           PERFORM 2050-CHECK-EVENT-DATE
           IF WS-DATE-OK
               COMPUTE WS-EVENT-DAYNUM =
                   FUNCTION INTEGER-OF-DATE(AUD-DATE)
               PERFORM 2150-DECODE-IMAGES
               PERFORM 2200-CHECK-FREQUENCY
               PERFORM 2300-CHECK-SWING
               PERFORM 2400-CHECK-DELETE-READD
           END-IF.

       2050-CHECK-EVENT-DATE.
           MOVE 'N' TO WS-DATE-SWITCH
           IF AUD-DATE IS NUMERIC AND AUD-DATE > 19000101
                   AND AUD-DATE(5:2) >= "01" AND AUD-DATE(5:2) <= "12"
                   AND AUD-DATE(7:2) >= "01" AND AUD-DATE(7:2) <= "31"
               SET WS-DATE-OK TO TRUE
           END-IF.

       2150-DECODE-IMAGES.
           MOVE AUD-BEFORE TO WS-BEFORE-IMAGE
           MOVE AUD-AFTER TO WS-AFTER-IMAGE
           MOVE ZEROS TO WS-BEF-AMT
           MOVE ZEROS TO WS-AFT-AMT
           MOVE 'N' TO WS-AMOUNTS-SWITCH
           IF AUD-BEFORE NOT = SPACES AND WS-BEF-AMOUNT IS NUMERIC
               MOVE WS-BEF-AMOUNT TO WS-BEF-AMT
           END-IF
           IF AUD-AFTER NOT = SPACES AND WS-AFT-AMOUNT IS NUMERIC
               MOVE WS-AFT-AMOUNT TO WS-AFT-AMT
           END-IF
           IF AUD-BEFORE NOT = SPACES AND WS-BEF-AMOUNT IS NUMERIC
                   AND AUD-AFTER NOT = SPACES
                   AND WS-AFT-AMOUNT IS NUMERIC
               SET WS-AMOUNTS-OK TO TRUE
           END-IF.

      * One finding per run of over-limit activity: it is raised by
      * the change that first takes the window over CHGCOUNT, and
      * lasts until the window drops back to the limit. While it
      * lasts the same finding is updated with the peak count, and
      * goes HIGH at twice the limit.
       2200-CHECK-FREQUENCY.
           ADD 1 TO WS-CF-SEQ
           COMPUTE WS-CF-SLOT =
               FUNCTION MOD(WS-CF-SEQ - 1, WS-CF-RING-SIZE) + 1
           MOVE WS-EVENT-DAYNUM TO WS-CF-DAYNUM(WS-CF-SLOT)
           MOVE AUD-DATE TO WS-CF-DATE(WS-CF-SLOT)
           IF WS-CF-SEQ - WS-CF-START >= WS-CF-RING-SIZE
               COMPUTE WS-CF-START = WS-CF-SEQ - WS-CF-RING-SIZE + 1
           END-IF
           MOVE 'N' TO WS-WINDOW-SWITCH
           PERFORM UNTIL WS-WINDOW-SET
               COMPUTE WS-CF-START-SLOT =
                   FUNCTION MOD(WS-CF-START - 1, WS-CF-RING-SIZE) + 1
               IF WS-CF-START < WS-CF-SEQ
                       AND WS-CF-DAYNUM(WS-CF-START-SLOT) + WS-CHG-DAYS
                           NOT > WS-EVENT-DAYNUM
                   ADD 1 TO WS-CF-START
               ELSE
                   SET WS-WINDOW-SET TO TRUE
               END-IF
           END-PERFORM
           COMPUTE WS-CF-IN-WINDOW = WS-CF-SEQ - WS-CF-START + 1
           MOVE WS-CF-DATE(WS-CF-START-SLOT) TO WS-CF-FIRST-DATE
           COMPUTE WS-CF-DOUBLE = WS-CHG-COUNT * 2
           IF WS-CF-IN-WINDOW > WS-CHG-COUNT
               IF NOT WS-CF-EPISODE
                   SET WS-CF-EPISODE TO TRUE
                   MOVE WS-CF-IN-WINDOW TO WS-CF-PEAK
                   MOVE "CF" TO FID-RULE
                   MOVE AUD-KEY TO FID-SUBJECT
                   PERFORM 5050-STAMP-FINDING-ID
                   MOVE WS-FINDING-ID TO WS-CF-ID
                   PERFORM 2250-BUILD-FREQUENCY-LINE
                   PERFORM 5000-RAISE-FINDING
                   MOVE WS-FND-SLOT TO WS-CF-FND-SLOT
               ELSE
                   IF WS-CF-IN-WINDOW > WS-CF-PEAK
                       MOVE WS-CF-IN-WINDOW TO WS-CF-PEAK
                       IF WS-CF-FND-SLOT > 0
                           MOVE WS-CF-ID TO WS-FINDING-ID
                           PERFORM 2250-BUILD-FREQUENCY-LINE
                           MOVE WS-NEW-SEV
                               TO WS-FND-SEV(WS-CF-FND-SLOT)
                           MOVE WS-FINDING-LINE
                               TO WS-FND-LINE(WS-CF-FND-SLOT)
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO WS-EPISODE-SWITCH
           END-IF.

       2250-BUILD-FREQUENCY-LINE.
           IF WS-CF-PEAK > WS-CF-DOUBLE
               MOVE 'H' TO WS-NEW-SEV
           ELSE
               MOVE 'M' TO WS-NEW-SEV
           END-IF
           MOVE WS-CF-PEAK TO WS-CFD-COUNT
           MOVE WS-CHG-COUNT TO WS-CFD-LIMIT
           MOVE WS-CHG-DAYS TO WS-CFD-DAYS
           MOVE WS-CF-FIRST-DATE TO WS-CFD-FROM
           MOVE AUD-DATE TO WS-CFD-TO
           MOVE WS-FINDING-ID TO FND-ID
           MOVE "CHANGE FREQUENCY" TO FND-RULE
           MOVE WS-CF-DETAIL TO FND-DETAIL.

      * A swing beyond both the percentage and the absolute limit is
      * HIGH, beyond either one MEDIUM. The percentage limit only
      * applies to moves of at least SWINGMIN, so pennies moving on a
      * small balance do not fill the report. A move from zero is
      * taken as over the percentage limit, SWINGMIN floor and all.
       2300-CHECK-SWING.
           IF AUD-ACTION = "UPDATE" AND WS-AMOUNTS-OK
               COMPUTE WS-SWING-DIFF = WS-AFT-AMT - WS-BEF-AMT
               IF WS-SWING-DIFF < 0
                   COMPUTE WS-SWING-ABS = 0 - WS-SWING-DIFF
               ELSE
                   MOVE WS-SWING-DIFF TO WS-SWING-ABS
               END-IF
               MOVE ZEROS TO WS-SWING-HITS
               IF WS-SWING-ABS > WS-SWING-AMT
                   ADD 1 TO WS-SWING-HITS
               END-IF
               IF WS-BEF-AMT > 0
                   COMPUTE WS-SWING-CALC-PCT =
                       WS-SWING-ABS * 100 / WS-BEF-AMT
               ELSE
                   MOVE 99999999999 TO WS-SWING-CALC-PCT
               END-IF
               IF WS-SWING-ABS > 0
                       AND WS-SWING-ABS NOT < WS-SWING-MIN
                       AND WS-SWING-CALC-PCT > WS-SWING-PCT
                   ADD 1 TO WS-SWING-HITS
               END-IF
               IF WS-SWING-HITS > 0
                   IF WS-SWING-HITS = 2
                       MOVE 'H' TO WS-NEW-SEV
                   ELSE
                       MOVE 'M' TO WS-NEW-SEV
                   END-IF
                   MOVE "SW" TO FID-RULE
                   MOVE AUD-KEY TO FID-SUBJECT
                   PERFORM 5050-STAMP-FINDING-ID
                   MOVE AUD-SOURCE TO WS-SWD-SOURCE
                   MOVE WS-BEF-AMT TO WS-SWD-BEFORE
                   MOVE WS-AFT-AMT TO WS-SWD-AFTER
                   MOVE WS-SWING-DIFF TO WS-SWD-DIFF
                   MOVE SPACES TO WS-SWD-PCT-TEXT
                   IF WS-BEF-AMT > 0
                       IF WS-SWING-CALC-PCT > 999999
                           MOVE 999999 TO WS-ED-PCT
                       ELSE
                           MOVE WS-SWING-CALC-PCT TO WS-ED-PCT
                       END-IF
                       STRING WS-ED-PCT " PCT"
                              DELIMITED BY SIZE
                              INTO WS-SWD-PCT-TEXT
                   ELSE
                       MOVE "  FROM ZERO" TO WS-SWD-PCT-TEXT
                   END-IF
                   MOVE WS-FINDING-ID TO FND-ID
                   MOVE "AMOUNT SWING" TO FND-RULE
                   MOVE WS-SW-DETAIL TO FND-DETAIL
                   PERFORM 5000-RAISE-FINDING
               END-IF
           END-IF.

      * A delete is a physical DELETE, or an UPDATE that sets the
      * flag-delete byte; a re-add is an ADD, or an UPDATE that
      * clears it. A re-add within READDAYS of the key's last delete
      * is HIGH whoever did either half.
       2400-CHECK-DELETE-READD.
           IF AUD-ACTION = "DELETE"
                   OR (AUD-ACTION = "UPDATE" AND WS-AFT-DELETED
                       AND NOT WS-BEF-DELETED)
               SET WS-DEL-PENDING TO TRUE
               MOVE WS-EVENT-DAYNUM TO WS-DEL-DAYNUM
               MOVE AUD-DATE TO WS-DEL-DATE
               MOVE AUD-TIME(1:6) TO WS-DEL-TIME
               MOVE AUD-SOURCE TO WS-DEL-SOURCE
           ELSE
               IF WS-DEL-PENDING
                       AND (AUD-ACTION = "ADD"
                            OR (AUD-ACTION = "UPDATE"
                                AND WS-BEF-DELETED
                                AND NOT WS-AFT-DELETED))
                   MOVE 'N' TO WS-DEL-PENDING-SWITCH
                   COMPUTE WS-READD-GAP =
                       WS-EVENT-DAYNUM - WS-DEL-DAYNUM
                   IF WS-READD-GAP NOT > WS-READD-DAYS
                       MOVE 'H' TO WS-NEW-SEV
                       MOVE "DR" TO FID-RULE
                       MOVE AUD-KEY TO FID-SUBJECT
                       PERFORM 5050-STAMP-FINDING-ID
                       MOVE WS-DEL-DATE TO WS-DRD-DATE
                       MOVE WS-DEL-TIME TO WS-DRD-TIME
                       MOVE WS-DEL-SOURCE TO WS-DRD-DEL-SOURCE
                       MOVE AUD-SOURCE TO WS-DRD-ADD-SOURCE
                       MOVE WS-READD-GAP TO WS-DRD-DAYS
                       MOVE WS-FINDING-ID TO FND-ID
                       MOVE "DELETE/RE-ADD" TO FND-RULE
                       MOVE WS-DR-DETAIL TO FND-DETAIL
                       PERFORM 5000-RAISE-FINDING
                   END-IF
               END-IF
           END-IF.

      * Operator pass - the online records alone, by CICS user ID,
      * date and time, one user-day at a time.
       3000-SCAN-BY-OPERATOR.
           OPEN INPUT ONLINE-FILE
           IF WS-ONL-STATUS NOT = "00"
               MOVE SPACES TO WS-MSG-TEXT
               STRING "ONLINE AUDIT (ONLIN) OPEN FAILED - STATUS "
                      WS-ONL-STATUS
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               MOVE 16 TO WS-EXIT-RC
               PERFORM 1900-END-RUN
           END-IF
           READ ONLINE-FILE INTO WS-AUDIT-REC
               AT END SET WS-ONL-EOF TO TRUE
           END-READ
           PERFORM UNTIL WS-ONL-EOF
               ADD 1 TO WS-ONL-READ
               PERFORM 2050-CHECK-EVENT-DATE
               IF WS-DATE-OK
                   PERFORM 3100-EXAMINE-ONLINE-RECORD
               END-IF
               READ ONLINE-FILE INTO WS-AUDIT-REC
                   AT END SET WS-ONL-EOF TO TRUE
               END-READ
           END-PERFORM
           IF WS-DAY-DATE > 0
               PERFORM 3500-CLOSE-OPERATOR-DAY
           END-IF
           CLOSE ONLINE-FILE.

       3100-EXAMINE-ONLINE-RECORD.
           IF AUD-SOURCE NOT = WS-OPR-USER
               IF WS-DAY-DATE > 0
                   PERFORM 3500-CLOSE-OPERATOR-DAY
               END-IF
               MOVE AUD-SOURCE TO WS-OPR-USER
               MOVE ZEROS TO WS-HST-COUNT
               PERFORM 3200-START-OPERATOR-DAY
           ELSE
               IF AUD-DATE NOT = WS-DAY-DATE
                   PERFORM 3500-CLOSE-OPERATOR-DAY
                   PERFORM 3200-START-OPERATOR-DAY
               END-IF
           END-IF
           IF AUD-TIME(1:4) < WS-HOURS-START
                   OR AUD-TIME(1:4) NOT < WS-HOURS-END
                   OR (WS-WEEKEND-DAY AND WS-WEEKEND-IS-OUT)
               ADD 1 TO WS-DAY-OFFHRS
               IF WS-DAY-OFF-FIRST = SPACES
                   MOVE AUD-TIME(1:6) TO WS-DAY-OFF-FIRST
               END-IF
               MOVE AUD-TIME(1:6) TO WS-DAY-OFF-LAST
           END-IF
           IF AUD-ACTION NOT = "APPRVD"
               ADD 1 TO WS-DAY-CHANGES
               PERFORM 3150-COMPUTE-AMOUNT-MOVED
               ADD WS-MOVED-AMT TO WS-DAY-AMOUNT
           END-IF.

      * What the change moved: the whole amount for an add, delete or
      * flag change, the difference for an amount change.
       3150-COMPUTE-AMOUNT-MOVED.
           PERFORM 2150-DECODE-IMAGES
           EVALUATE TRUE
               WHEN AUD-BEFORE = SPACES
                   MOVE WS-AFT-AMT TO WS-MOVED-AMT
               WHEN AUD-AFTER = SPACES
                   MOVE WS-BEF-AMT TO WS-MOVED-AMT
               WHEN WS-AFT-DELETED AND NOT WS-BEF-DELETED
                   MOVE WS-BEF-AMT TO WS-MOVED-AMT
               WHEN WS-BEF-DELETED AND NOT WS-AFT-DELETED
                   MOVE WS-AFT-AMT TO WS-MOVED-AMT
               WHEN WS-AFT-AMT > WS-BEF-AMT
                   COMPUTE WS-MOVED-AMT = WS-AFT-AMT - WS-BEF-AMT
               WHEN OTHER
                   COMPUTE WS-MOVED-AMT = WS-BEF-AMT - WS-AFT-AMT
           END-EVALUATE.

      * INTEGER-OF-DATE counts from Monday 1 January 1601, so the
      * remainder by seven is 6 on a Saturday and 0 on a Sunday.
       3200-START-OPERATOR-DAY.
           MOVE AUD-DATE TO WS-DAY-DATE
           MOVE ZEROS TO WS-DAY-CHANGES
           MOVE ZEROS TO WS-DAY-AMOUNT
           MOVE ZEROS TO WS-DAY-OFFHRS
           MOVE SPACES TO WS-DAY-OFF-FIRST
           MOVE SPACES TO WS-DAY-OFF-LAST
           COMPUTE WS-DAY-OF-WEEK =
               FUNCTION MOD(FUNCTION INTEGER-OF-DATE(AUD-DATE), 7)
           IF WS-DAY-OF-WEEK = 0 OR WS-DAY-OF-WEEK = 6
               SET WS-WEEKEND-DAY TO TRUE
           ELSE
               MOVE 'N' TO WS-WEEKEND-DAY-SWITCH
           END-IF.

      * Every day counts toward the user's norm; only days inside the
      * lookback can raise a finding.
       3500-CLOSE-OPERATOR-DAY.
           ADD 1 TO WS-OPR-DAYS
           MOVE WS-OPR-USER TO FID-SUBJECT
           MOVE WS-DAY-DATE TO FID-DATE
           MOVE ZEROS TO FID-TIME
           MOVE "/" TO FID-SEP-1
           MOVE "/" TO FID-SEP-2
           MOVE "/" TO FID-SEP-3
           IF WS-DAY-DATE NOT < WS-LOOKBACK-START
               IF WS-DAY-OFFHRS > 0
                   PERFORM 3550-RAISE-OUTSIDE-HOURS
               END-IF
               IF WS-DAY-CHANGES > 0 AND WS-HST-COUNT NOT < WS-NORM-MIN
                   PERFORM 3600-CHECK-USER-NORM
               END-IF
           END-IF
           IF WS-DAY-CHANGES > 0
               PERFORM 3700-ADD-DAY-TO-HISTORY
           END-IF.

       3550-RAISE-OUTSIDE-HOURS.
           MOVE 'L' TO WS-NEW-SEV
           MOVE "OH" TO FID-RULE
           MOVE WS-DAY-OFFHRS TO WS-OHD-COUNT
           MOVE WS-DAY-OFF-FIRST TO WS-OHD-FIRST
           MOVE WS-DAY-OFF-LAST TO WS-OHD-LAST
           IF WS-WEEKEND-DAY AND WS-WEEKEND-IS-OUT
               MOVE "WEEKEND" TO WS-OHD-WEEKEND
           ELSE
               MOVE SPACES TO WS-OHD-WEEKEND
           END-IF
           MOVE WS-FINDING-ID TO FND-ID
           MOVE "OUTSIDE HOURS" TO FND-RULE
           MOVE WS-OH-DETAIL TO FND-DETAIL
           PERFORM 5000-RAISE-FINDING.

      * Above the norm on both count and amount is HIGH, on either
      * one MEDIUM. The norm is the plain average of the user's last
      * NORMDAYS working days before this one.
       3600-CHECK-USER-NORM.
           MOVE ZEROS TO WS-SUM-CHANGES
           MOVE ZEROS TO WS-SUM-AMOUNT
           PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                   UNTIL WS-HST-IDX > WS-HST-COUNT
               ADD WS-HST-CHANGES(WS-HST-IDX) TO WS-SUM-CHANGES
               ADD WS-HST-AMOUNT(WS-HST-IDX) TO WS-SUM-AMOUNT
           END-PERFORM
           COMPUTE WS-AVG-CHANGES ROUNDED =
               WS-SUM-CHANGES / WS-HST-COUNT
           COMPUTE WS-AVG-AMOUNT ROUNDED =
               WS-SUM-AMOUNT / WS-HST-COUNT
           MOVE ZEROS TO WS-NORM-HITS
           IF WS-DAY-CHANGES * 100 > WS-AVG-CHANGES * WS-NORM-PCT
               ADD 1 TO WS-NORM-HITS
           END-IF
           IF WS-DAY-AMOUNT * 100 > WS-AVG-AMOUNT * WS-NORM-PCT
               ADD 1 TO WS-NORM-HITS
           END-IF
           IF WS-NORM-HITS > 0
               IF WS-NORM-HITS = 2
                   MOVE 'H' TO WS-NEW-SEV
               ELSE
                   MOVE 'M' TO WS-NEW-SEV
               END-IF
               MOVE "UN" TO FID-RULE
               MOVE WS-DAY-CHANGES TO WS-UND-CHANGES
               MOVE WS-AVG-CHANGES TO WS-UND-AVG-CHANGES
               MOVE WS-DAY-AMOUNT TO WS-UND-AMOUNT
               MOVE WS-AVG-AMOUNT TO WS-UND-AVG-AMOUNT
               MOVE WS-HST-COUNT TO WS-UND-DAYS
               MOVE WS-FINDING-ID TO FND-ID
               MOVE "ABOVE USER NORM" TO FND-RULE
               MOVE WS-UN-DETAIL TO FND-DETAIL
               PERFORM 5000-RAISE-FINDING
           END-IF.

      * Oldest day out once NORMDAYS are held, as TRENDRPT shifts its
      * window.
       3700-ADD-DAY-TO-HISTORY.
           IF WS-HST-COUNT >= WS-NORM-DAYS
               PERFORM VARYING WS-HST-IDX FROM 1 BY 1
                       UNTIL WS-HST-IDX >= WS-HST-COUNT
                   MOVE WS-HST-ENTRY(WS-HST-IDX + 1)
                       TO WS-HST-ENTRY(WS-HST-IDX)
               END-PERFORM
           ELSE
               ADD 1 TO WS-HST-COUNT
           END-IF
           MOVE WS-DAY-CHANGES TO WS-HST-CHANGES(WS-HST-COUNT)
           MOVE WS-DAY-AMOUNT TO WS-HST-AMOUNT(WS-HST-COUNT).

      * Caller has built WS-FINDING-LINE (ID, rule, detail) and set
      * WS-NEW-SEV. Findings dated before the lookback are not
      * findings tonight; reviewed ones are only counted. WS-FND-SLOT
      * is left at the table entry used, or zero if none.
       5000-RAISE-FINDING.
           MOVE ZEROS TO WS-FND-SLOT
           IF FID-DATE NOT < WS-LOOKBACK-START
               EVALUATE TRUE
                   WHEN WS-SEV-HIGH
                       MOVE 1 TO WS-SEV-IDX
                   WHEN WS-SEV-MEDIUM
                       MOVE 2 TO WS-SEV-IDX
                   WHEN OTHER
                       MOVE 3 TO WS-SEV-IDX
               END-EVALUATE
               PERFORM 5100-FIND-REVIEWED
               IF WS-REV-FOUND > 0
                   ADD 1 TO WS-SEV-REVIEWED(WS-SEV-IDX)
               ELSE
                   ADD 1 TO WS-SEV-NEW(WS-SEV-IDX)
                   IF WS-FND-COUNT < WS-FND-MAX
                       ADD 1 TO WS-FND-COUNT
                       MOVE WS-FND-COUNT TO WS-FND-SLOT
                       MOVE WS-NEW-SEV TO WS-FND-SEV(WS-FND-SLOT)
                       MOVE WS-FINDING-LINE
                           TO WS-FND-LINE(WS-FND-SLOT)
                   ELSE
                       ADD 1 TO WS-FND-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       5050-STAMP-FINDING-ID.
           MOVE "/" TO FID-SEP-1
           MOVE "/" TO FID-SEP-2
           MOVE "/" TO FID-SEP-3
           MOVE AUD-DATE TO FID-DATE
           MOVE AUD-TIME(1:6) TO FID-TIME.

       5100-FIND-REVIEWED.
           MOVE ZEROS TO WS-REV-FOUND
           PERFORM VARYING WS-REV-IDX FROM 1 BY 1
                   UNTIL WS-REV-IDX > WS-REV-COUNT
                      OR WS-REV-FOUND > 0
               IF WS-REV-ID(WS-REV-IDX) = WS-FINDING-ID
                   MOVE WS-REV-IDX TO WS-REV-FOUND
               END-IF
           END-PERFORM.

       7000-PRINT-FINDINGS.
           PERFORM VARYING WS-SEV-IDX FROM 1 BY 1
                   UNTIL WS-SEV-IDX > 3
               PERFORM 7100-PRINT-SEVERITY
           END-PERFORM.

       7100-PRINT-SEVERITY.
           MOVE WS-SEV-NAME(WS-SEV-IDX) TO WS-SVH-NAME
           MOVE WS-SEV-NEW(WS-SEV-IDX) TO WS-SVH-NEW
           MOVE WS-SEV-REVIEWED(WS-SEV-IDX) TO WS-SVH-REVIEWED
           WRITE MONITOR-REPORT-RECORD FROM WS-SEV-HEADING
           WRITE MONITOR-REPORT-RECORD FROM WS-COLUMN-LINE
           MOVE ZEROS TO WS-SEV-SHOWN
           PERFORM VARYING WS-FND-IDX FROM 1 BY 1
                   UNTIL WS-FND-IDX > WS-FND-COUNT
               IF WS-FND-SEV(WS-FND-IDX) =
                       WS-SEV-CODES(WS-SEV-IDX:1)
                   WRITE MONITOR-REPORT-RECORD
                       FROM WS-FND-LINE(WS-FND-IDX)
                   ADD 1 TO WS-SEV-SHOWN
               END-IF
           END-PERFORM
           IF WS-SEV-SHOWN = 0
               WRITE MONITOR-REPORT-RECORD FROM WS-NONE-LINE
           END-IF
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD.

       8000-WRITE-TOTALS.
           MOVE "AUDIT RECORDS SCANNED (BATCH + ONLINE)" TO WS-CNT-TEXT
           MOVE WS-AUD-READ TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ONLINE RECORDS SCANNED" TO WS-CNT-TEXT
           MOVE WS-ONL-READ TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "ONLINE USER-DAYS EXAMINED" TO WS-CNT-TEXT
           MOVE WS-OPR-DAYS TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVIEWED LIST - CARRIED FORWARD" TO WS-CNT-TEXT
           MOVE WS-REV-CARRIED TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVIEWED LIST - ADDED TONIGHT" TO WS-CNT-TEXT
           MOVE WS-REV-ADDED TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           MOVE "REVIEWED LIST - DROPPED (PAST LOOKBACK)"
               TO WS-CNT-TEXT
           MOVE WS-REV-DROPPED TO WS-CNT-VALUE
           WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           IF WS-REV-UNLOOKED > 0
               MOVE "** REVIEWED ENTRIES NOT CHECKED (TABLE)"
                   TO WS-CNT-TEXT
               MOVE WS-REV-UNLOOKED TO WS-CNT-VALUE
               WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           IF WS-FND-OVERFLOW > 0
               MOVE "** NEW FINDINGS NOT LISTED (TABLE FULL)"
                   TO WS-CNT-TEXT
               MOVE WS-FND-OVERFLOW TO WS-CNT-VALUE
               WRITE MONITOR-REPORT-RECORD FROM WS-COUNT-LINE
           END-IF
           MOVE SPACES TO MONITOR-REPORT-RECORD
           WRITE MONITOR-REPORT-RECORD
           IF WS-FND-COUNT > 0 OR WS-FND-OVERFLOW > 0
               MOVE SPACES TO WS-MSG-TEXT
               STRING "NEW FINDINGS LISTED - REVIEW THEM, THEN SUBMIT "
                      "A REVIEWED CARD FOR EACH ID CLEARED"
                      DELIMITED BY SIZE
                      INTO WS-MSG-TEXT
               MOVE 4 TO WS-EXIT-RC
           ELSE
               MOVE "NO NEW FINDINGS" TO WS-MSG-TEXT
           END-IF
           WRITE MONITOR-REPORT-RECORD FROM WS-MESSAGE-LINE
           IF WS-CARD-ERROR
               MOVE "** A CARD WAS REJECTED - SEE THE CARD LOG ABOVE **"
                   TO WS-MSG-TEXT
               WRITE MONITOR-REPORT-RECORD FROM WS-MESSAGE-LINE
               MOVE 4 TO WS-EXIT-RC
           END-IF.

       9000-TERMINATE.
           CLOSE MONITOR-REPORT-FILE
           MOVE WS-EXIT-RC TO RETURN-CODE.
