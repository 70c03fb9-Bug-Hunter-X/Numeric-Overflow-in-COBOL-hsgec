      *****************************************************
      *  PROGRAM-ID: ORDRBLD                               *
      *  Disaster rebuild of the control and hold files     *
      *  from the audit trail.  A lost CTLFILE, or one      *
      *  restored from an old backup, rewinds CTL-CURRENT-  *
      *  NUMBER / CTL-CURRENT-EXT and the next ORDNUM run   *
      *  hands out duplicate numbers; hand-keying the       *
      *  counters back is guesswork.  This job sorts the    *
      *  whole trail - operational AUDFILE plus the rows    *
      *  ORDAPRG moved to ARCFILE - per pool in the order   *
      *  it was written and replays it:                     *
      *    - every row that moved the counter (block        *
      *      AUD-LAST-NUMBERs, HELD included) raises the    *
      *      base or extended high-water mark               *
      *    - a ROLL-NEW row from ORDYREND re-seeds the      *
      *      extended counter or, for an annual restart,    *
      *      puts the pool back at its start value          *
      *  and the hold registry is rebuilt from the HELD,    *
      *  CONFIRM and LAPSED rows of each request.           *
      *  What the trail cannot say - start value, ceiling,  *
      *  increment, warn threshold, status, retention,      *
      *  rollover policy, day basis, hold expiry dates -    *
      *  is taken from the damaged or backup CTLFILE /      *
      *  HLDFILE where a row is there, shop defaults where  *
      *  not.  A hold with no old expiry date gets the      *
      *  ORDNUM default for its pool's rebuilt day basis,   *
      *  counted on the CALFILE shop calendar for a         *
      *  business-day pool.                                 *
      *  A control row that is AHEAD of the trail is kept,  *
      *  never rewound: numbers may have gone out that the  *
      *  trail lost, and a rewind is the one thing this     *
      *  job must never do.                                 *
      *  Writes CTLNEW and HLDNEW for the scheduler to swap *
      *  in as CTLFILE / HLDFILE, and prints old against    *
      *  rebuilt per pool so operations can sign off first. *
      *  Anything needing a decision (defaulted or kept     *
      *  pools, old holds not on the trail) ends with a     *
      *  nonzero return code.                               *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRBLD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ARC-FILE ASSIGN TO "ARCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT HLD-FILE ASSIGN TO "HLDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-REQUEST-ID
               FILE STATUS IS WS-HLD-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT NEW-CTL-FILE ASSIGN TO "CTLNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NCT-POOL-ID
               FILE STATUS IS WS-NEW-CTL-STATUS.

           SELECT NEW-HLD-FILE ASSIGN TO "HLDNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NHD-REQUEST-ID
               FILE STATUS IS WS-NEW-HLD-STATUS.

           SELECT SRT-POOL-FILE ASSIGN TO "RBLWRKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-POOL-STATUS.

           SELECT SRT-HOLD-FILE ASSIGN TO "RBLWRKH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-HOLD-STATUS.

           SELECT SORTWK-POOL ASSIGN TO "SORTWKK".

           SELECT SORTWK-HOLD ASSIGN TO "SORTWKL".

           SELECT RPT-FILE ASSIGN TO "RBRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ARC-FILE.
       01  ARC-RECORD.
           05  ARC-AUDIT-ROW           PIC X(140).
           05  FILLER                  PIC X(1).
           05  ARC-ARCHIVE-DATE        PIC X(10).

       FD  CTL-FILE.
           COPY CTLREC.

       FD  HLD-FILE.
           COPY HLDREC.

       FD  CAL-FILE.
           COPY CALREC.

      *    The rebuilt files carry the CTLREC / HLDREC layouts; the
      *    rows are assembled in working storage and written whole.
       FD  NEW-CTL-FILE.
       01  NCT-RECORD.
           05  NCT-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(41).
           05  NCT-DAY-BASIS           PIC X(1).

       FD  NEW-HLD-FILE.
       01  NHD-RECORD.
           05  NHD-REQUEST-ID          PIC X(10).
           05  FILLER                  PIC X(58).

      *    Trail rows in the order they were written, per pool -
      *    MM/DD/YYYY does not sort, so the run date travels as
      *    YYYYMMDD, and the release sequence breaks a same-second
      *    tie (a ROLL-PRE/ROLL-NEW pair) in file order.
       SD  SORTWK-POOL.
       01  SP-RECORD.
           05  SP-POOL-ID              PIC X(10).
           05  SP-DATE-KEY             PIC 9(8).
           05  SP-RUN-TIME             PIC X(8).
           05  SP-SEQUENCE             PIC 9(7).
           05  SP-AUDIT-ROW            PIC X(83).

       SD  SORTWK-HOLD.
       01  SH-RECORD.
           05  SH-REQUEST-ID           PIC X(10).
           05  SH-DATE-KEY             PIC 9(8).
           05  SH-RUN-TIME             PIC X(8).
           05  SH-SEQUENCE             PIC 9(7).
           05  SH-AUDIT-ROW            PIC X(83).

       FD  SRT-POOL-FILE.
       01  GP-RECORD.
           05  GP-POOL-ID              PIC X(10).
           05  GP-DATE-KEY             PIC 9(8).
           05  GP-RUN-TIME             PIC X(8).
           05  GP-SEQUENCE             PIC 9(7).
           05  GP-AUDIT-ROW            PIC X(83).

       FD  SRT-HOLD-FILE.
       01  GH-RECORD.
           05  GH-REQUEST-ID           PIC X(10).
           05  GH-DATE-KEY             PIC 9(8).
           05  GH-RUN-TIME             PIC X(8).
           05  GH-SEQUENCE             PIC 9(7).
           05  GH-AUDIT-ROW            PIC X(83).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ARC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-HLD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-NEW-CTL-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-NEW-HLD-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SRT-POOL-STATUS      PIC X(2)   VALUE SPACES.
           05  WS-SRT-HOLD-STATUS      PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-AUD-EOF              PIC X(1)   VALUE "N".
           05  WS-ARC-EOF              PIC X(1)   VALUE "N".
           05  WS-SRT-EOF              PIC X(1)   VALUE "N".
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".
           05  WS-CTL-OPEN             PIC X(1)   VALUE "N".
           05  WS-HLD-OPEN             PIC X(1)   VALUE "N".
           05  WS-ARC-AVAILABLE        PIC X(1)   VALUE "N".

      *    Which sort the shared read loops are feeding - both
      *    passes read the same two files.
       01  WS-SORT-PASS                PIC X(1)   VALUE "P".
       01  WS-RELEASE-SEQUENCE         PIC 9(7)   VALUE 0.
       01  WS-ROW-DATE-KEY             PIC 9(8)   VALUE 0.

      *    The trail row being replayed, whichever file it came
      *    from - the archive stores the audit image whole, so it
      *    parses back through this layout.
       01  WS-ARC-AUD-ROW.
           05  WA-ISSUED-NUMBER        PIC X(7).
           05  WA-ISSUED-NUM  REDEFINES WA-ISSUED-NUMBER
                                       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  WA-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-POOL-ID              PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-STATUS               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-REQUEST-ID           PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-LAST-NUMBER          PIC X(7).
           05  WA-LAST-NUM  REDEFINES WA-LAST-NUMBER
                                       PIC 9(7).
           05  FILLER                  PIC X(1).
           05  WA-QUANTITY             PIC X(5).
           05  WA-QUANTITY-NUM  REDEFINES WA-QUANTITY
                                       PIC 9(5).
           05  FILLER                  PIC X(1).
           05  WA-CHECK-DIGIT          PIC X(1).

      *    One pool's replay.  Numbers at or above 100000 are the
      *    YY-prefixed extended range, the same split ORDSEQCK
      *    walks by.
       01  WS-TRAIL-STATE.
           05  WS-PREV-POOL-ID         PIC X(10)  VALUE SPACES.
           05  WS-ROW-HIGH             PIC 9(7)   VALUE 0.
           05  WS-TR-BASE-SEEN         PIC X(1)   VALUE "N".
           05  WS-TR-BASE-HIGH         PIC 9(7)   VALUE 0.
           05  WS-TR-RESET-SEEN        PIC X(1)   VALUE "N".
           05  WS-TR-RESET-NUMBER      PIC 9(7)   VALUE 0.
           05  WS-TR-EXT-MODE          PIC X(1)   VALUE "N".
           05  WS-TR-EXT-HIGH          PIC 9(7)   VALUE 0.
           05  WS-TR-ROLL-SEEN         PIC X(1)   VALUE "N".
           05  WS-TR-ROLL-YY           PIC 9(2)   VALUE 0.

      *    The damaged/backup control row for the pool in hand, read
      *    in key order alongside the sorted trail.  HIGH-VALUES in
      *    the key once the old file is exhausted or unreadable.
       01  WS-OLD-CTL-FIELDS.
           05  WS-OLD-CTL-KEY          PIC X(10)  VALUE SPACES.
           05  WS-OLD-ON-CTL           PIC X(1)   VALUE "N".
           05  WS-OLD-CURRENT          PIC 9(7)   VALUE 0.
           05  WS-OLD-EXT-MODE         PIC X(1)   VALUE SPACE.
           05  WS-OLD-EXT              PIC 9(7)   VALUE 0.
           05  WS-OLD-FIRST-DONE       PIC X(1)   VALUE SPACE.
           05  WS-OLD-ROLL-YY          PIC 9(2)   VALUE 0.
           05  WS-OLD-POSITION         PIC 9(7)   VALUE 0.
           05  WS-NEW-POSITION         PIC 9(7)   VALUE 0.
           05  WS-PARMS-DAMAGED        PIC X(1)   VALUE "N".
           05  WS-POOL-NOTE            PIC X(30)  VALUE SPACES.

      *    The rebuilt control row, CTLREC layout.
       01  WS-RBL-CTL-ROW.
           05  RC-POOL-ID              PIC X(10).
           05  RC-START-VALUE          PIC 9(5).
           05  RC-CEILING              PIC 9(5).
           05  RC-INCREMENT            PIC 9(5).
           05  RC-WARN-THRESHOLD       PIC 9(5).
           05  RC-CURRENT-NUMBER       PIC 9(5).
           05  RC-EXT-MODE             PIC X(1).
           05  RC-CURRENT-EXT          PIC 9(7).
           05  RC-FIRST-ISSUE-DONE     PIC X(1).
           05  RC-POOL-STATUS          PIC X(1).
           05  RC-RETENTION-DAYS       PIC 9(3).
           05  RC-ROLLOVER-POLICY      PIC X(1).
           05  RC-LAST-ROLLOVER-YY     PIC 9(2).
           05  RC-DAY-BASIS            PIC X(1).

      *    One request's hold lifecycle, and the rebuilt hold row in
      *    HLDREC layout.
       01  WS-HOLD-STATE.
           05  WS-PREV-REQUEST-ID      PIC X(10)  VALUE SPACES.
           05  WS-OLD-HLD-KEY          PIC X(10)  VALUE SPACES.
           05  WS-OLD-HLD-STATUS       PIC X(1)   VALUE SPACE.
           05  WS-HOLD-NOTE            PIC X(30)  VALUE SPACES.
      *        Same shop defaults ORDNUM gives a hold placed with
      *        no expiry date - calendar days, or business days for
      *        a CTL-DAY-BASIS B pool - used only when the old hold
      *        file has no row to take the real date from.
           05  WS-HOLD-DEFAULT-DAYS    PIC 9(3)   VALUE 030.
           05  WS-HOLD-DEFAULT-BUS-DAYS PIC 9(3)  VALUE 022.
           05  WS-HOLD-DAY-BASIS       PIC X(1)   VALUE "C".
           05  WS-HOLD-DAY-INT         PIC 9(8)   VALUE 0.
           05  WS-HOLD-YYYYMMDD        PIC 9(8)   VALUE 0.

      *    The shop calendar (CALREC), loaded whole - only the
      *    holidays that fall on a weekday and the worked days that
      *    fall on a weekend, the only rows that change anything.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(3)   VALUE 500  COMP.
           05  WS-CAL-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-CAL-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-CAL-ENTRY            OCCURS 500 TIMES.
               10  WS-CE-DAY-INT       PIC 9(8).
               10  WS-CE-DAY-TYPE      PIC X(1).

       01  WS-CAL-IX                   PIC 9(3)   VALUE 0    COMP.

      *    Is WS-BD-DAY-INT a business day, or which day is
      *    WS-BD-TO-GO business days on from it.  The weekday is
      *    MOD 7 of the day number - day 1 (01/01/1601) was a
      *    Monday, so 6 is Saturday and 0 Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-IS-BUSINESS       PIC X(1)   VALUE "N".
           05  WS-BD-TO-GO             PIC 9(3)   VALUE 0.
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

       01  WS-RBL-HLD-ROW.
           05  RH-REQUEST-ID           PIC X(10).
           05  RH-POOL-ID              PIC X(10).
           05  RH-FIRST-NUMBER         PIC 9(7).
           05  RH-LAST-NUMBER          PIC 9(7).
           05  RH-QUANTITY             PIC 9(5).
           05  RH-STATUS               PIC X(1).
           05  RH-EXPIRY-DATE          PIC X(10).
           05  RH-RUN-ID               PIC X(8).
           05  RH-RUN-DATE             PIC X(10).

       01  WS-REBUILD-TOTALS.
           05  WS-AUD-ROWS-READ        PIC 9(7)   VALUE 0.
           05  WS-ARC-ROWS-READ        PIC 9(7)   VALUE 0.
           05  WS-POOL-ROWS-REPLAYED   PIC 9(7)   VALUE 0.
           05  WS-HOLD-ROWS-REPLAYED   PIC 9(7)   VALUE 0.
           05  WS-POOLS-WRITTEN        PIC 9(5)   VALUE 0.
           05  WS-POOLS-UNCHANGED      PIC 9(5)   VALUE 0.
           05  WS-POOLS-REBUILT        PIC 9(5)   VALUE 0.
           05  WS-POOLS-KEPT           PIC 9(5)   VALUE 0.
           05  WS-POOLS-DEFAULTED      PIC 9(5)   VALUE 0.
           05  WS-POOLS-CARRIED        PIC 9(5)   VALUE 0.
           05  WS-HOLDS-WRITTEN        PIC 9(5)   VALUE 0.
           05  WS-HOLDS-HELD           PIC 9(5)   VALUE 0.
           05  WS-HOLDS-CONFIRMED      PIC 9(5)   VALUE 0.
           05  WS-HOLDS-LAPSED         PIC 9(5)   VALUE 0.
           05  WS-HOLDS-UNCHANGED      PIC 9(5)   VALUE 0.
           05  WS-HOLDS-CHANGED        PIC 9(5)   VALUE 0.
           05  WS-HOLDS-NEW            PIC 9(5)   VALUE 0.
           05  WS-HOLDS-DROPPED        PIC 9(5)   VALUE 0.
           05  WS-WRITE-ERRORS         PIC 9(5)   VALUE 0.
           05  WS-OLD-READ-ERROR       PIC X(1)   VALUE "N".

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(3)   VALUE 055.
           05  WS-REPORT-SECTION       PIC X(1)   VALUE "P".

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-YYMMDD  PIC 9(6).
           05  WS-CURRENT-DATE-R  REDEFINES WS-CURRENT-DATE-YYMMDD.
               10  WS-CURRENT-YY       PIC 9(2).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-RUN-DATE             PIC X(10)  VALUE SPACES.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
               "CONTROL/HOLD REBUILD".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OLD BASE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "NEW BASE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "OLD EXT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "NEW EXT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "1ST O/N".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "ROLL YY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-OLD-CURRENT           PIC Z(7)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-NEW-CURRENT           PIC Z(7)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-OLD-EXT-MODE          PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-OLD-EXT               PIC Z(6)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-NEW-EXT-MODE          PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-NEW-EXT               PIC Z(6)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-OLD-FIRST-DONE        PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(1)   VALUE "/".
           05  D-NEW-FIRST-DONE        PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-OLD-ROLL-YY           PIC 99     VALUE ZERO.
           05  FILLER                  PIC X(1)   VALUE "/".
           05  D-NEW-ROLL-YY           PIC 99     VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-NOTE                  PIC X(30)  VALUE SPACES.

       01  WS-RPT-HOLD-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "REQUEST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "FIRST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "LAST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "STS O/N".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "EXPIRES".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-HOLD-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  HD-REQUEST-ID           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-POOL-ID              PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-FIRST                PIC Z(7)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-LAST                 PIC Z(7)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-OLD-STATUS           PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(1)   VALUE "/".
           05  HD-NEW-STATUS           PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-EXPIRY               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  HD-NOTE                 PIC X(30)  VALUE SPACES.

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  C-LABEL                 PIC X(30)  VALUE SPACES.
           05  C-COUNT                 PIC Z,ZZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-POOL-TRAIL
           PERFORM 3000-REBUILD-CONTROL
           PERFORM 2500-SORT-HOLD-TRAIL
           PERFORM 4000-REBUILD-HOLDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-YYMMDD FROM DATE
           MOVE WS-CURRENT-MM TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-CURRENT-DD TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
      *    The trail is the one input this job cannot do without -
      *    a rebuild from an empty trail would reset every pool to
      *    its start value.  Fatal before anything is written.
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "FATAL: AUDFILE open failed - status "
                   WS-AUD-STATUS " - nothing to rebuild from"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AUD-FILE
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS = "00"
               MOVE "Y" TO WS-ARC-AVAILABLE
               CLOSE ARC-FILE
           ELSE
               DISPLAY "ARCFILE not available for rebuild - "
                   "status " WS-ARC-STATUS " (no archive yet)"
           END-IF
      *    The old files are only a source of parameters and of the
      *    side-by-side comparison - a control file lost outright
      *    still rebuilds, every pool on shop defaults.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "Y" TO WS-CTL-OPEN
           ELSE
               DISPLAY "REBUILD WARNING: CTLFILE not available - "
                   "status " WS-CTL-STATUS
                   " - pool parameters take shop defaults"
           END-IF
           OPEN INPUT HLD-FILE
           IF WS-HLD-STATUS = "00"
               MOVE "Y" TO WS-HLD-OPEN
           ELSE
               DISPLAY "REBUILD WARNING: HLDFILE not available - "
                   "status " WS-HLD-STATUS
                   " - hold expiry dates take the shop default"
           END-IF
           OPEN OUTPUT NEW-CTL-FILE
           IF WS-NEW-CTL-STATUS NOT = "00"
               DISPLAY "FATAL: CTLNEW open failed - status "
                   WS-NEW-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-HLD-FILE
           IF WS-NEW-HLD-STATUS NOT = "00"
               DISPLAY "FATAL: HLDNEW open failed - status "
                   WS-NEW-HLD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RPT-FILE
           PERFORM 1100-LOAD-SHOP-CALENDAR.

       1100-LOAD-SHOP-CALENDAR.
      *    Only a default hold expiry needs the calendar.  Without
      *    CALFILE a business-day pool still skips weekends - it
      *    just works straight through the holidays.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALFILE not available - status "
                   WS-CAL-STATUS " (business days skip weekends only)"
           ELSE
               PERFORM 1110-LOAD-CALENDAR-ROW UNTIL WS-CAL-EOF = "Y"
               CLOSE CAL-FILE
               IF WS-CAL-OVERFLOW = "Y"
                   DISPLAY "CALENDAR WARNING: more than " WS-CAL-MAX
                       " calendar rows - the rest were ignored"
               END-IF
           END-IF.

       1110-LOAD-CALENDAR-ROW.
           READ CAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAL-EOF
               NOT AT END
                   IF CAL-DATE IS NUMERIC
                       MOVE CAL-DATE TO WS-BD-ROW-YYYYMMDD
                       COMPUTE WS-BD-DAY-INT = FUNCTION
                           INTEGER-OF-DATE(WS-BD-ROW-YYYYMMDD)
                       COMPUTE WS-BD-WEEKDAY =
                           FUNCTION MOD(WS-BD-DAY-INT, 7)
                       IF (CAL-DAY-TYPE = "H"
                               AND WS-BD-WEEKDAY > 0
                               AND WS-BD-WEEKDAY < 6)
                               OR (CAL-DAY-TYPE = "W"
                               AND (WS-BD-WEEKDAY = 0
                               OR WS-BD-WEEKDAY = 6))
                           IF WS-CAL-USED < WS-CAL-MAX
                               ADD 1 TO WS-CAL-USED
                               MOVE WS-BD-DAY-INT
                                   TO WS-CE-DAY-INT(WS-CAL-USED)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CE-DAY-TYPE(WS-CAL-USED)
                           ELSE
                               MOVE "Y" TO WS-CAL-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2000-SORT-POOL-TRAIL.
           MOVE "P" TO WS-SORT-PASS
           SORT SORTWK-POOL ON ASCENDING KEY SP-POOL-ID
                                             SP-DATE-KEY
                                             SP-RUN-TIME
                                             SP-SEQUENCE
               INPUT PROCEDURE IS 2100-RELEASE-ALL-ROWS
               GIVING SRT-POOL-FILE.

       2100-RELEASE-ALL-ROWS.
      *    The archive first - its rows are the older ones, so on a
      *    same-second tie the file order still reads oldest first.
           MOVE 0 TO WS-RELEASE-SEQUENCE
           IF WS-ARC-AVAILABLE = "Y"
               MOVE "N" TO WS-ARC-EOF
               OPEN INPUT ARC-FILE
               PERFORM 2140-RELEASE-ARC-LOOP UNTIL WS-ARC-EOF = "Y"
               CLOSE ARC-FILE
           END-IF
           MOVE "N" TO WS-AUD-EOF
           OPEN INPUT AUD-FILE
           PERFORM 2120-RELEASE-AUD-LOOP UNTIL WS-AUD-EOF = "Y"
           CLOSE AUD-FILE.

       2120-RELEASE-AUD-LOOP.
           READ AUD-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF
               NOT AT END
                   IF WS-SORT-PASS = "P"
                       ADD 1 TO WS-AUD-ROWS-READ
                   END-IF
                   MOVE AUD-RECORD TO WS-ARC-AUD-ROW
                   PERFORM 2160-RELEASE-ONE-ROW
           END-READ.

       2140-RELEASE-ARC-LOOP.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                   IF WS-SORT-PASS = "P"
                       ADD 1 TO WS-ARC-ROWS-READ
                   END-IF
                   MOVE ARC-AUDIT-ROW TO WS-ARC-AUD-ROW
                   PERFORM 2160-RELEASE-ONE-ROW
           END-READ.

       2160-RELEASE-ONE-ROW.
      *    The pool pass wants every row that moved the counter -
      *    the same rows ORDSEQCK walks as the number line - plus
      *    the ROLL-NEW rows that re-seeded it.  CONFIRM and LAPSED
      *    re-state a held range and moved nothing; they belong to
      *    the hold pass with the HELD rows.
           ADD 1 TO WS-RELEASE-SEQUENCE
           MOVE 0 TO WS-ROW-DATE-KEY
           IF WA-RUN-DATE(1:2) IS NUMERIC
                   AND WA-RUN-DATE(4:2) IS NUMERIC
                   AND WA-RUN-DATE(7:4) IS NUMERIC
               MOVE WA-RUN-DATE(7:4) TO WS-ROW-DATE-KEY(1:4)
               MOVE WA-RUN-DATE(1:2) TO WS-ROW-DATE-KEY(5:2)
               MOVE WA-RUN-DATE(4:2) TO WS-ROW-DATE-KEY(7:2)
           END-IF
           IF WS-SORT-PASS = "P"
               IF WA-STATUS NOT = "FAILED"
                       AND WA-STATUS NOT = "REFUSED"
                       AND WA-STATUS NOT = "ROLL-PRE"
                       AND WA-STATUS NOT = "LOCKTAKE"
                       AND WA-STATUS NOT = "CONFIRM"
                       AND WA-STATUS NOT = "LAPSED"
                       AND WA-STATUS NOT = "VOIDED"
                       AND WA-POOL-ID NOT = SPACES
                       AND WA-ISSUED-NUMBER IS NUMERIC
                   MOVE WA-POOL-ID TO SP-POOL-ID
                   MOVE WS-ROW-DATE-KEY TO SP-DATE-KEY
                   MOVE WA-RUN-TIME TO SP-RUN-TIME
                   MOVE WS-RELEASE-SEQUENCE TO SP-SEQUENCE
                   MOVE WS-ARC-AUD-ROW TO SP-AUDIT-ROW
                   RELEASE SP-RECORD
               END-IF
           ELSE
               IF (WA-STATUS = "HELD" OR WA-STATUS = "CONFIRM"
                       OR WA-STATUS = "LAPSED")
                       AND WA-REQUEST-ID NOT = SPACES
                       AND WA-ISSUED-NUMBER IS NUMERIC
                   MOVE WA-REQUEST-ID TO SH-REQUEST-ID
                   MOVE WS-ROW-DATE-KEY TO SH-DATE-KEY
                   MOVE WA-RUN-TIME TO SH-RUN-TIME
                   MOVE WS-RELEASE-SEQUENCE TO SH-SEQUENCE
                   MOVE WS-ARC-AUD-ROW TO SH-AUDIT-ROW
                   RELEASE SH-RECORD
               END-IF
           END-IF.

       2500-SORT-HOLD-TRAIL.
           MOVE "H" TO WS-SORT-PASS
           SORT SORTWK-HOLD ON ASCENDING KEY SH-REQUEST-ID
                                             SH-DATE-KEY
                                             SH-RUN-TIME
                                             SH-SEQUENCE
               INPUT PROCEDURE IS 2100-RELEASE-ALL-ROWS
               GIVING SRT-HOLD-FILE.

       3000-REBUILD-CONTROL.
      *    Match-merge of the sorted trail against the old control
      *    file, both in pool order: a pool on both is rebuilt with
      *    the old row's parameters, a pool only on the old file is
      *    carried across untouched, a pool only on the trail is
      *    rebuilt on shop defaults.
           MOVE "P" TO WS-REPORT-SECTION
           PERFORM 3050-READ-OLD-CTL
           MOVE "N" TO WS-SRT-EOF
           OPEN INPUT SRT-POOL-FILE
           IF WS-SRT-POOL-STATUS NOT = "00"
               DISPLAY "Sorted work file not available - status "
                       WS-SRT-POOL-STATUS
           ELSE
               PERFORM 3020-REPLAY-LOOP UNTIL WS-SRT-EOF = "Y"
               PERFORM 3400-POOL-BREAK
               CLOSE SRT-POOL-FILE
           END-IF
           PERFORM 3600-CARRY-OLD-ONLY-POOL
               UNTIL WS-OLD-CTL-KEY = HIGH-VALUES.

       3020-REPLAY-LOOP.
           READ SRT-POOL-FILE
               AT END
                   MOVE "Y" TO WS-SRT-EOF
               NOT AT END
                   ADD 1 TO WS-POOL-ROWS-REPLAYED
                   IF GP-POOL-ID NOT = WS-PREV-POOL-ID
                       PERFORM 3400-POOL-BREAK
                       MOVE GP-POOL-ID TO WS-PREV-POOL-ID
                   END-IF
                   MOVE GP-AUDIT-ROW TO WS-ARC-AUD-ROW
                   PERFORM 3100-REPLAY-ONE-ROW
           END-READ.

       3050-READ-OLD-CTL.
      *    A damaged control file may fail part way through; the
      *    pools past the failure are treated as missing from it,
      *    and the run says so.
           IF WS-CTL-OPEN NOT = "Y"
               MOVE HIGH-VALUES TO WS-OLD-CTL-KEY
           ELSE
               READ CTL-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-CTL-KEY
                   NOT AT END
                       MOVE CTL-POOL-ID TO WS-OLD-CTL-KEY
               END-READ
               IF WS-CTL-STATUS NOT = "00"
                       AND WS-CTL-STATUS NOT = "10"
                   DISPLAY "REBUILD WARNING: CTLFILE read failed - "
                       "status " WS-CTL-STATUS
                       " - remaining pools treated as not on file"
                   MOVE "Y" TO WS-OLD-READ-ERROR
                   MOVE HIGH-VALUES TO WS-OLD-CTL-KEY
               END-IF
           END-IF.

       3100-REPLAY-ONE-ROW.
      *    A block row carries its whole range - AUD-LAST-NUMBER is
      *    where the counter stood after it; rows from before block
      *    reservations carry the single number only.
           IF WA-LAST-NUMBER IS NUMERIC
                   AND WA-LAST-NUM > WA-ISSUED-NUM
               MOVE WA-LAST-NUM TO WS-ROW-HIGH
           ELSE
               MOVE WA-ISSUED-NUM TO WS-ROW-HIGH
           END-IF
           EVALUATE TRUE
      *        Year-end re-seed of an extended pool: the counter is
      *        SET to the new year's prefix, not raised to it.
               WHEN WA-STATUS = "ROLL-NEW" AND WS-ROW-HIGH >= 100000
                   MOVE "Y" TO WS-TR-EXT-MODE
                   MOVE WS-ROW-HIGH TO WS-TR-EXT-HIGH
                   PERFORM 3150-NOTE-ROLLOVER-YEAR
      *        Annual restart: everything before it no longer counts
      *        toward where the pool stands.
               WHEN WA-STATUS = "ROLL-NEW"
                   MOVE "N" TO WS-TR-BASE-SEEN
                   MOVE 0 TO WS-TR-BASE-HIGH
                   MOVE "Y" TO WS-TR-RESET-SEEN
                   MOVE WS-ROW-HIGH TO WS-TR-RESET-NUMBER
                   MOVE "N" TO WS-TR-EXT-MODE
                   MOVE 0 TO WS-TR-EXT-HIGH
                   PERFORM 3150-NOTE-ROLLOVER-YEAR
               WHEN WS-ROW-HIGH >= 100000
                   MOVE "Y" TO WS-TR-EXT-MODE
                   IF WS-ROW-HIGH > WS-TR-EXT-HIGH
                       MOVE WS-ROW-HIGH TO WS-TR-EXT-HIGH
                   END-IF
               WHEN OTHER
                   MOVE "Y" TO WS-TR-BASE-SEEN
                   IF WS-ROW-HIGH > WS-TR-BASE-HIGH
                       MOVE WS-ROW-HIGH TO WS-TR-BASE-HIGH
                   END-IF
           END-EVALUATE.

       3150-NOTE-ROLLOVER-YEAR.
           IF WA-RUN-DATE(9:2) IS NUMERIC
               MOVE "Y" TO WS-TR-ROLL-SEEN
               MOVE WA-RUN-DATE(9:2) TO WS-TR-ROLL-YY
           END-IF.

       3400-POOL-BREAK.
           IF WS-PREV-POOL-ID NOT = SPACES
               PERFORM 3600-CARRY-OLD-ONLY-POOL
                   UNTIL WS-OLD-CTL-KEY NOT < WS-PREV-POOL-ID
               IF WS-OLD-CTL-KEY = WS-PREV-POOL-ID
                   MOVE "Y" TO WS-OLD-ON-CTL
                   PERFORM 3700-TAKE-OLD-PARAMETERS
               ELSE
                   MOVE "N" TO WS-OLD-ON-CTL
                   PERFORM 3750-DEFAULT-PARAMETERS
               END-IF
               PERFORM 3500-APPLY-TRAIL
               PERFORM 3800-WRITE-NEW-CTL
               IF WS-OLD-ON-CTL = "Y"
                   PERFORM 3050-READ-OLD-CTL
               END-IF
           END-IF
           MOVE "N" TO WS-TR-BASE-SEEN
           MOVE 0 TO WS-TR-BASE-HIGH
           MOVE "N" TO WS-TR-RESET-SEEN
           MOVE 0 TO WS-TR-RESET-NUMBER
           MOVE "N" TO WS-TR-EXT-MODE
           MOVE 0 TO WS-TR-EXT-HIGH
           MOVE "N" TO WS-TR-ROLL-SEEN
           MOVE 0 TO WS-TR-ROLL-YY.

       3500-APPLY-TRAIL.
      *    The counters the trail proves.  A pool that has never
      *    handed out a base number since its start (or since its
      *    last annual restart) stands on the seeded value with the
      *    first-issue flag down, exactly as 1200-INIT-NEW-POOL and
      *    ORDYREND leave it.
           MOVE WS-TR-EXT-MODE TO RC-EXT-MODE
           MOVE WS-TR-EXT-HIGH TO RC-CURRENT-EXT
           EVALUATE TRUE
               WHEN WS-TR-BASE-SEEN = "Y"
                   MOVE WS-TR-BASE-HIGH TO RC-CURRENT-NUMBER
                   MOVE "Y" TO RC-FIRST-ISSUE-DONE
               WHEN WS-TR-RESET-SEEN = "Y"
                   MOVE WS-TR-RESET-NUMBER TO RC-CURRENT-NUMBER
                   MOVE "N" TO RC-FIRST-ISSUE-DONE
      *        Extended numbers only on the trail: the base range
      *        is spent and is never issued from again, so the base
      *        counter only has to be somewhere harmless.
               WHEN WS-TR-EXT-MODE = "Y"
                   IF WS-OLD-ON-CTL NOT = "Y"
                       MOVE RC-CEILING TO RC-CURRENT-NUMBER
                   END-IF
                   MOVE "Y" TO RC-FIRST-ISSUE-DONE
               WHEN OTHER
                   MOVE RC-START-VALUE TO RC-CURRENT-NUMBER
                   MOVE "N" TO RC-FIRST-ISSUE-DONE
           END-EVALUATE
           IF WS-TR-ROLL-SEEN = "Y"
                   AND WS-TR-ROLL-YY > RC-LAST-ROLLOVER-YY
               MOVE WS-TR-ROLL-YY TO RC-LAST-ROLLOVER-YY
           END-IF
      *    Never rewind.  A control row standing further along than
      *    the trail keeps its counters - unless the trail shows a
      *    year-end rollover the old row never saw, which is an old
      *    backup from before the turn of the year, not lost issues.
           IF RC-EXT-MODE = "Y"
               MOVE RC-CURRENT-EXT TO WS-NEW-POSITION
           ELSE
               MOVE RC-CURRENT-NUMBER TO WS-NEW-POSITION
           END-IF
           IF WS-OLD-EXT-MODE = "Y"
               MOVE WS-OLD-EXT TO WS-OLD-POSITION
           ELSE
               MOVE WS-OLD-CURRENT TO WS-OLD-POSITION
           END-IF
           EVALUATE TRUE
               WHEN WS-OLD-ON-CTL NOT = "Y"
                   MOVE "NO OLD CTL ROW - DEFAULTED" TO WS-POOL-NOTE
                   ADD 1 TO WS-POOLS-DEFAULTED
               WHEN WS-OLD-POSITION > WS-NEW-POSITION
                       AND NOT (WS-TR-ROLL-SEEN = "Y"
                           AND WS-TR-ROLL-YY > WS-OLD-ROLL-YY)
                   MOVE WS-OLD-CURRENT TO RC-CURRENT-NUMBER
                   MOVE WS-OLD-EXT-MODE TO RC-EXT-MODE
                   MOVE WS-OLD-EXT TO RC-CURRENT-EXT
                   MOVE WS-OLD-FIRST-DONE TO RC-FIRST-ISSUE-DONE
                   MOVE "CTL AHEAD OF TRAIL - KEPT" TO WS-POOL-NOTE
                   ADD 1 TO WS-POOLS-KEPT
               WHEN WS-PARMS-DAMAGED = "Y"
                   MOVE "OLD PARMS DAMAGED - DEFAULTED"
                       TO WS-POOL-NOTE
                   ADD 1 TO WS-POOLS-DEFAULTED
               WHEN RC-CURRENT-NUMBER = WS-OLD-CURRENT
                       AND RC-EXT-MODE = WS-OLD-EXT-MODE
                       AND RC-CURRENT-EXT = WS-OLD-EXT
                       AND RC-FIRST-ISSUE-DONE = WS-OLD-FIRST-DONE
                       AND RC-LAST-ROLLOVER-YY = WS-OLD-ROLL-YY
                   MOVE "NO CHANGE" TO WS-POOL-NOTE
                   ADD 1 TO WS-POOLS-UNCHANGED
               WHEN OTHER
                   MOVE "REBUILT FROM TRAIL" TO WS-POOL-NOTE
                   ADD 1 TO WS-POOLS-REBUILT
           END-EVALUATE.

       3600-CARRY-OLD-ONLY-POOL.
      *    A pool that never moved its counter on the trail - new
      *    and never issued, or refused every time - has nothing to
      *    rebuild from; its row crosses as it stands.
           MOVE "Y" TO WS-OLD-ON-CTL
           PERFORM 3700-TAKE-OLD-PARAMETERS
           IF WS-PARMS-DAMAGED = "Y"
               MOVE "NO TRAIL - PARMS DEFAULTED" TO WS-POOL-NOTE
               ADD 1 TO WS-POOLS-DEFAULTED
           ELSE
               MOVE "NO TRAIL - CARRIED AS IS" TO WS-POOL-NOTE
               ADD 1 TO WS-POOLS-CARRIED
           END-IF
           PERFORM 3800-WRITE-NEW-CTL
           PERFORM 3050-READ-OLD-CTL.

       3700-TAKE-OLD-PARAMETERS.
      *    The row is suspect by definition, so every numeric field
      *    is proved before it is trusted; a field that fails takes
      *    the same shop default 1200-INIT-NEW-POOL would.
           PERFORM 3750-DEFAULT-PARAMETERS
           MOVE CTL-POOL-ID TO RC-POOL-ID
           IF CTL-START-VALUE IS NUMERIC
               MOVE CTL-START-VALUE TO RC-START-VALUE
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-CEILING IS NUMERIC AND CTL-CEILING > 0
               MOVE CTL-CEILING TO RC-CEILING
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-INCREMENT IS NUMERIC AND CTL-INCREMENT > 0
               MOVE CTL-INCREMENT TO RC-INCREMENT
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-WARN-THRESHOLD IS NUMERIC
               MOVE CTL-WARN-THRESHOLD TO RC-WARN-THRESHOLD
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-POOL-STATUS = "A" OR CTL-POOL-STATUS = "S"
                   OR CTL-POOL-STATUS = "R"
               MOVE CTL-POOL-STATUS TO RC-POOL-STATUS
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-RETENTION-DAYS IS NUMERIC
                   AND CTL-RETENTION-DAYS > 0
               MOVE CTL-RETENTION-DAYS TO RC-RETENTION-DAYS
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-ROLLOVER-POLICY = "N" OR CTL-ROLLOVER-POLICY = "E"
                   OR CTL-ROLLOVER-POLICY = "B"
               MOVE CTL-ROLLOVER-POLICY TO RC-ROLLOVER-POLICY
           ELSE
               MOVE "Y" TO WS-PARMS-DAMAGED
           END-IF
           IF CTL-LAST-ROLLOVER-YY IS NUMERIC
               MOVE CTL-LAST-ROLLOVER-YY TO RC-LAST-ROLLOVER-YY
               MOVE CTL-LAST-ROLLOVER-YY TO WS-OLD-ROLL-YY
           END-IF
      *    Blank is the calendar default, not damage.
           EVALUATE CTL-DAY-BASIS
               WHEN "B"
                   MOVE "B" TO RC-DAY-BASIS
               WHEN "C"
               WHEN SPACE
                   MOVE "C" TO RC-DAY-BASIS
               WHEN OTHER
                   MOVE "Y" TO WS-PARMS-DAMAGED
           END-EVALUATE
      *    The old counters, for the comparison and for a pool the
      *    trail cannot speak for.
           IF CTL-CURRENT-NUMBER IS NUMERIC
               MOVE CTL-CURRENT-NUMBER TO WS-OLD-CURRENT
               MOVE CTL-CURRENT-NUMBER TO RC-CURRENT-NUMBER
           END-IF
           IF CTL-CURRENT-EXT IS NUMERIC
               MOVE CTL-CURRENT-EXT TO WS-OLD-EXT
               MOVE CTL-CURRENT-EXT TO RC-CURRENT-EXT
           END-IF
           MOVE CTL-EXT-MODE TO WS-OLD-EXT-MODE
           MOVE CTL-FIRST-ISSUE-DONE TO WS-OLD-FIRST-DONE
           IF CTL-EXT-MODE = "Y"
               MOVE "Y" TO RC-EXT-MODE
           END-IF
           IF CTL-FIRST-ISSUE-DONE = "Y"
               MOVE "Y" TO RC-FIRST-ISSUE-DONE
           END-IF.

       3750-DEFAULT-PARAMETERS.
           MOVE "N" TO WS-PARMS-DAMAGED
           MOVE 0 TO WS-OLD-CURRENT
           MOVE SPACE TO WS-OLD-EXT-MODE
           MOVE 0 TO WS-OLD-EXT
           MOVE SPACE TO WS-OLD-FIRST-DONE
           MOVE 0 TO WS-OLD-ROLL-YY
           MOVE WS-PREV-POOL-ID TO RC-POOL-ID
           MOVE 1 TO RC-START-VALUE
           MOVE 99999 TO RC-CEILING
           MOVE 1 TO RC-INCREMENT
           MOVE 95000 TO RC-WARN-THRESHOLD
           MOVE 1 TO RC-CURRENT-NUMBER
           MOVE "N" TO RC-EXT-MODE
           MOVE 0 TO RC-CURRENT-EXT
           MOVE "N" TO RC-FIRST-ISSUE-DONE
           MOVE "A" TO RC-POOL-STATUS
           MOVE 365 TO RC-RETENTION-DAYS
           MOVE "N" TO RC-ROLLOVER-POLICY
           MOVE 0 TO RC-LAST-ROLLOVER-YY
           MOVE "C" TO RC-DAY-BASIS.

       3800-WRITE-NEW-CTL.
           WRITE NCT-RECORD FROM WS-RBL-CTL-ROW
               INVALID KEY
                   DISPLAY "REBUILD ERROR: CTLNEW write failed - "
                       "status " WS-NEW-CTL-STATUS " pool "
                       RC-POOL-ID
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-POOLS-WRITTEN
           END-WRITE
           PERFORM 5100-WRITE-DETAIL-LINE.

       4000-REBUILD-HOLDS.
      *    Same match-merge for the hold registry, by request id.
      *    CTLNEW is complete by now and is read back by key for
      *    the day basis a defaulted expiry is counted in - the
      *    rebuilt basis is the one the hold will lapse under.
           MOVE "H" TO WS-REPORT-SECTION
           CLOSE NEW-CTL-FILE
           OPEN INPUT NEW-CTL-FILE
           IF WS-NEW-CTL-STATUS NOT = "00"
               DISPLAY "FATAL: CTLNEW reopen failed - status "
                   WS-NEW-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-LINE-COUNT
           IF WS-PAGE-COUNT > 0
               WRITE RPT-LINE FROM WS-RPT-HOLD-HEADING
                   AFTER ADVANCING 3 LINES
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACES TO WS-PREV-REQUEST-ID
           PERFORM 4050-READ-OLD-HLD
           MOVE "N" TO WS-SRT-EOF
           OPEN INPUT SRT-HOLD-FILE
           IF WS-SRT-HOLD-STATUS NOT = "00"
               DISPLAY "Sorted work file not available - status "
                       WS-SRT-HOLD-STATUS
           ELSE
               PERFORM 4020-REPLAY-LOOP UNTIL WS-SRT-EOF = "Y"
               PERFORM 4400-REQUEST-BREAK
               CLOSE SRT-HOLD-FILE
           END-IF
           PERFORM 4600-DROP-OLD-ONLY-HOLD
               UNTIL WS-OLD-HLD-KEY = HIGH-VALUES.

       4020-REPLAY-LOOP.
           READ SRT-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-SRT-EOF
               NOT AT END
                   ADD 1 TO WS-HOLD-ROWS-REPLAYED
                   IF GH-REQUEST-ID NOT = WS-PREV-REQUEST-ID
                       PERFORM 4400-REQUEST-BREAK
                       MOVE GH-REQUEST-ID TO WS-PREV-REQUEST-ID
                       MOVE SPACES TO WS-RBL-HLD-ROW
                       MOVE GH-REQUEST-ID TO RH-REQUEST-ID
                       MOVE 0 TO RH-QUANTITY
                   END-IF
                   MOVE GH-AUDIT-ROW TO WS-ARC-AUD-ROW
                   PERFORM 4100-REPLAY-ONE-ROW
           END-READ.

       4050-READ-OLD-HLD.
           IF WS-HLD-OPEN NOT = "Y"
               MOVE HIGH-VALUES TO WS-OLD-HLD-KEY
           ELSE
               READ HLD-FILE NEXT RECORD
                   AT END
                       MOVE HIGH-VALUES TO WS-OLD-HLD-KEY
                   NOT AT END
                       MOVE HLD-REQUEST-ID TO WS-OLD-HLD-KEY
               END-READ
               IF WS-HLD-STATUS NOT = "00"
                       AND WS-HLD-STATUS NOT = "10"
                   DISPLAY "REBUILD WARNING: HLDFILE read failed - "
                       "status " WS-HLD-STATUS
                       " - remaining holds treated as not on file"
                   MOVE "Y" TO WS-OLD-READ-ERROR
                   MOVE HIGH-VALUES TO WS-OLD-HLD-KEY
               END-IF
           END-IF.

       4100-REPLAY-ONE-ROW.
      *    HELD places the reservation; CONFIRM or LAPSED settles
      *    it.  A settling row whose HELD row is gone still names
      *    the range, so the hold is rebuilt from it alone.
           IF WA-STATUS = "HELD" OR RH-POOL-ID = SPACES
               MOVE WA-POOL-ID TO RH-POOL-ID
               MOVE WA-ISSUED-NUM TO RH-FIRST-NUMBER
               IF WA-LAST-NUMBER IS NUMERIC
                   MOVE WA-LAST-NUM TO RH-LAST-NUMBER
               ELSE
                   MOVE WA-ISSUED-NUM TO RH-LAST-NUMBER
               END-IF
               IF WA-QUANTITY IS NUMERIC AND WA-QUANTITY-NUM > 0
                   MOVE WA-QUANTITY-NUM TO RH-QUANTITY
               END-IF
               MOVE WA-RUN-ID TO RH-RUN-ID
               MOVE WA-RUN-DATE TO RH-RUN-DATE
           END-IF
           EVALUATE WA-STATUS
               WHEN "HELD"
                   MOVE "H" TO RH-STATUS
               WHEN "CONFIRM"
                   MOVE "C" TO RH-STATUS
               WHEN "LAPSED"
                   MOVE "L" TO RH-STATUS
           END-EVALUATE.

       4400-REQUEST-BREAK.
           IF WS-PREV-REQUEST-ID NOT = SPACES
               PERFORM 4600-DROP-OLD-ONLY-HOLD
                   UNTIL WS-OLD-HLD-KEY NOT < WS-PREV-REQUEST-ID
               IF WS-OLD-HLD-KEY = WS-PREV-REQUEST-ID
                   PERFORM 4500-MATCH-OLD-HOLD
                   PERFORM 4050-READ-OLD-HLD
               ELSE
                   PERFORM 4550-DEFAULT-EXPIRY
                   MOVE SPACE TO WS-OLD-HLD-STATUS
                   MOVE "NOT ON OLD HLD - EXPIRY DFLT"
                       TO WS-HOLD-NOTE
                   ADD 1 TO WS-HOLDS-NEW
                   PERFORM 5150-WRITE-HOLD-LINE
               END-IF
               PERFORM 4800-WRITE-NEW-HLD
           END-IF.

       4500-MATCH-OLD-HOLD.
      *    The expiry date never reaches the trail - the old row's
      *    is the only one there is.
           MOVE HLD-STATUS TO WS-OLD-HLD-STATUS
           MOVE HLD-EXPIRY-DATE TO RH-EXPIRY-DATE
           IF RH-QUANTITY = 0 AND HLD-QUANTITY IS NUMERIC
               MOVE HLD-QUANTITY TO RH-QUANTITY
           END-IF
           IF HLD-POOL-ID = RH-POOL-ID
                   AND HLD-FIRST-NUMBER = RH-FIRST-NUMBER
                   AND HLD-LAST-NUMBER = RH-LAST-NUMBER
                   AND HLD-STATUS = RH-STATUS
               ADD 1 TO WS-HOLDS-UNCHANGED
           ELSE
               MOVE "DIFFERS FROM OLD - REBUILT" TO WS-HOLD-NOTE
               ADD 1 TO WS-HOLDS-CHANGED
               PERFORM 5150-WRITE-HOLD-LINE
           END-IF.

       4550-DEFAULT-EXPIRY.
      *    Placed date plus the shop default, as ORDNUM would have
      *    set it for a hold keyed with no expiry - 30 calendar
      *    days, or 22 business days on the shop calendar for a
      *    pool whose rebuilt day basis is B.  A placed date that
      *    will not read falls back to tonight.
           MOVE 0 TO WS-HOLD-DAY-INT
           IF RH-RUN-DATE(1:2) IS NUMERIC
                   AND RH-RUN-DATE(4:2) IS NUMERIC
                   AND RH-RUN-DATE(7:4) IS NUMERIC
               MOVE RH-RUN-DATE(7:4) TO WS-HOLD-YYYYMMDD(1:4)
               MOVE RH-RUN-DATE(1:2) TO WS-HOLD-YYYYMMDD(5:2)
               MOVE RH-RUN-DATE(4:2) TO WS-HOLD-YYYYMMDD(7:2)
               COMPUTE WS-HOLD-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOLD-YYYYMMDD)
           END-IF
           IF WS-HOLD-DAY-INT = 0
               MOVE WS-RUN-DATE(7:4) TO WS-HOLD-YYYYMMDD(1:4)
               MOVE WS-RUN-DATE(1:2) TO WS-HOLD-YYYYMMDD(5:2)
               MOVE WS-RUN-DATE(4:2) TO WS-HOLD-YYYYMMDD(7:2)
               COMPUTE WS-HOLD-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOLD-YYYYMMDD)
           END-IF
           MOVE "C" TO WS-HOLD-DAY-BASIS
           MOVE RH-POOL-ID TO NCT-POOL-ID
           READ NEW-CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NCT-DAY-BASIS = "B"
                       MOVE "B" TO WS-HOLD-DAY-BASIS
                   END-IF
           END-READ
           IF WS-HOLD-DAY-BASIS = "B"
               MOVE WS-HOLD-DAY-INT TO WS-BD-DAY-INT
               MOVE WS-HOLD-DEFAULT-BUS-DAYS TO WS-BD-TO-GO
               PERFORM 4560-STEP-BUSINESS-DAY
                   UNTIL WS-BD-TO-GO = 0
               MOVE WS-BD-DAY-INT TO WS-HOLD-DAY-INT
           ELSE
               ADD WS-HOLD-DEFAULT-DAYS TO WS-HOLD-DAY-INT
           END-IF
           COMPUTE WS-HOLD-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-HOLD-DAY-INT)
           MOVE WS-HOLD-YYYYMMDD(5:2) TO RH-EXPIRY-DATE(1:2)
           MOVE "/" TO RH-EXPIRY-DATE(3:1)
           MOVE WS-HOLD-YYYYMMDD(7:2) TO RH-EXPIRY-DATE(4:2)
           MOVE "/" TO RH-EXPIRY-DATE(6:1)
           MOVE WS-HOLD-YYYYMMDD(1:4) TO RH-EXPIRY-DATE(7:4).

       4560-STEP-BUSINESS-DAY.
           ADD 1 TO WS-BD-DAY-INT
           PERFORM 4570-TEST-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS = "Y"
               SUBTRACT 1 FROM WS-BD-TO-GO
           END-IF.

       4570-TEST-BUSINESS-DAY.
      *    Monday to Friday, unless the calendar says otherwise -
      *    the table only holds rows that reverse their weekday.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY = 0 OR WS-BD-WEEKDAY = 6
               MOVE "N" TO WS-BD-IS-BUSINESS
           ELSE
               MOVE "Y" TO WS-BD-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-USED
               IF WS-CE-DAY-INT(WS-CAL-IX) = WS-BD-DAY-INT
                   IF WS-CE-DAY-TYPE(WS-CAL-IX) = "H"
                       MOVE "N" TO WS-BD-IS-BUSINESS
                   ELSE
                       MOVE "Y" TO WS-BD-IS-BUSINESS
                   END-IF
               END-IF
           END-PERFORM.

       4600-DROP-OLD-ONLY-HOLD.
      *    A hold on the old file with no HELD, CONFIRM or LAPSED row
      *    anywhere on the trail reserved nothing the trail knows of
      *    - it is not carried, and the desk decides.  Printed
      *    straight from the old row: the rebuilt row in hand may
      *    belong to the request still being closed.
           ADD 1 TO WS-HOLDS-DROPPED
           MOVE HLD-REQUEST-ID TO HD-REQUEST-ID
           MOVE HLD-POOL-ID TO HD-POOL-ID
           IF HLD-FIRST-NUMBER IS NUMERIC
               MOVE HLD-FIRST-NUMBER TO HD-FIRST
           ELSE
               MOVE 0 TO HD-FIRST
           END-IF
           IF HLD-LAST-NUMBER IS NUMERIC
               MOVE HLD-LAST-NUMBER TO HD-LAST
           ELSE
               MOVE 0 TO HD-LAST
           END-IF
           MOVE HLD-STATUS TO HD-OLD-STATUS
           MOVE SPACE TO HD-NEW-STATUS
           MOVE HLD-EXPIRY-DATE TO HD-EXPIRY
           MOVE "NOT ON TRAIL - DROPPED" TO HD-NOTE
           PERFORM 5160-PRINT-HOLD-LINE
           DISPLAY "REBUILD WARNING: hold " HLD-REQUEST-ID
               " on HLDFILE has no trail rows - not carried"
           PERFORM 4050-READ-OLD-HLD.

       4800-WRITE-NEW-HLD.
           WRITE NHD-RECORD FROM WS-RBL-HLD-ROW
               INVALID KEY
                   DISPLAY "REBUILD ERROR: HLDNEW write failed - "
                       "status " WS-NEW-HLD-STATUS " request "
                       RH-REQUEST-ID
                   ADD 1 TO WS-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-WRITTEN
                   EVALUATE RH-STATUS
                       WHEN "H"
                           ADD 1 TO WS-HOLDS-HELD
                       WHEN "C"
                           ADD 1 TO WS-HOLDS-CONFIRMED
                       WHEN "L"
                           ADD 1 TO WS-HOLDS-LAPSED
                   END-EVALUATE
           END-WRITE.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-PAGE-COUNT TO H1-PAGE
           IF WS-PAGE-COUNT = 1
               WRITE RPT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE RPT-LINE FROM WS-RPT-HEADING-1
                   AFTER ADVANCING PAGE
           END-IF
           IF WS-REPORT-SECTION = "H"
               WRITE RPT-LINE FROM WS-RPT-HOLD-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RPT-LINE FROM WS-RPT-HEADING-2
                   AFTER ADVANCING 2 LINES
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE RC-POOL-ID TO D-POOL-ID
           MOVE WS-OLD-CURRENT TO D-OLD-CURRENT
           MOVE RC-CURRENT-NUMBER TO D-NEW-CURRENT
           MOVE WS-OLD-EXT-MODE TO D-OLD-EXT-MODE
           MOVE WS-OLD-EXT TO D-OLD-EXT
           MOVE RC-EXT-MODE TO D-NEW-EXT-MODE
           MOVE RC-CURRENT-EXT TO D-NEW-EXT
           MOVE WS-OLD-FIRST-DONE TO D-OLD-FIRST-DONE
           MOVE RC-FIRST-ISSUE-DONE TO D-NEW-FIRST-DONE
           MOVE WS-OLD-ROLL-YY TO D-OLD-ROLL-YY
           MOVE RC-LAST-ROLLOVER-YY TO D-NEW-ROLL-YY
           MOVE WS-POOL-NOTE TO D-NOTE
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5150-WRITE-HOLD-LINE.
      *    Only holds that differ from the old file, or that one
      *    side lacks, are listed - matching holds are counted.
           MOVE RH-REQUEST-ID TO HD-REQUEST-ID
           MOVE RH-POOL-ID TO HD-POOL-ID
           MOVE RH-FIRST-NUMBER TO HD-FIRST
           MOVE RH-LAST-NUMBER TO HD-LAST
           MOVE WS-OLD-HLD-STATUS TO HD-OLD-STATUS
           MOVE RH-STATUS TO HD-NEW-STATUS
           MOVE RH-EXPIRY-DATE TO HD-EXPIRY
           MOVE WS-HOLD-NOTE TO HD-NOTE
           PERFORM 5160-PRINT-HOLD-LINE.

       5160-PRINT-HOLD-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           WRITE RPT-LINE FROM WS-RPT-HOLD-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE "AUDFILE ROWS READ:" TO C-LABEL
           MOVE WS-AUD-ROWS-READ TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "ARCFILE ROWS READ:" TO C-LABEL
           MOVE WS-ARC-ROWS-READ TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "COUNTER ROWS REPLAYED:" TO C-LABEL
           MOVE WS-POOL-ROWS-REPLAYED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "HOLD ROWS REPLAYED:" TO C-LABEL
           MOVE WS-HOLD-ROWS-REPLAYED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "POOLS WRITTEN TO CTLNEW:" TO C-LABEL
           MOVE WS-POOLS-WRITTEN TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "  NO CHANGE:" TO C-LABEL
           MOVE WS-POOLS-UNCHANGED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  REBUILT FROM TRAIL:" TO C-LABEL
           MOVE WS-POOLS-REBUILT TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  CARRIED (NO TRAIL):" TO C-LABEL
           MOVE WS-POOLS-CARRIED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  CTL AHEAD - KEPT:" TO C-LABEL
           MOVE WS-POOLS-KEPT TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  PARAMETERS DEFAULTED:" TO C-LABEL
           MOVE WS-POOLS-DEFAULTED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "HOLDS WRITTEN TO HLDNEW:" TO C-LABEL
           MOVE WS-HOLDS-WRITTEN TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "  HELD:" TO C-LABEL
           MOVE WS-HOLDS-HELD TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  CONFIRMED:" TO C-LABEL
           MOVE WS-HOLDS-CONFIRMED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  LAPSED:" TO C-LABEL
           MOVE WS-HOLDS-LAPSED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  SAME AS OLD HLDFILE:" TO C-LABEL
           MOVE WS-HOLDS-UNCHANGED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  DIFFERENT FROM OLD:" TO C-LABEL
           MOVE WS-HOLDS-CHANGED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "  NOT ON OLD (EXPIRY DFLT):" TO C-LABEL
           MOVE WS-HOLDS-NEW TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
           MOVE "OLD HOLDS DROPPED:" TO C-LABEL
           MOVE WS-HOLDS-DROPPED TO C-COUNT
           PERFORM 5950-WRITE-COUNT-LINE
      *    A write failure leaves a file that must not be swapped
      *    in; anything else flagged needs a human to agree before
      *    the swap, which the nonzero end forces.
           IF WS-WRITE-ERRORS > 0
               DISPLAY "REBUILD ERROR: " WS-WRITE-ERRORS
                   " row(s) not written - do not swap CTLNEW/HLDNEW"
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-POOLS-KEPT > 0 OR WS-POOLS-DEFAULTED > 0
                       OR WS-HOLDS-DROPPED > 0
                       OR WS-OLD-READ-ERROR = "Y"
                   DISPLAY "REBUILD REVIEW: " WS-POOLS-KEPT
                       " pool(s) kept ahead of trail, "
                       WS-POOLS-DEFAULTED " defaulted, "
                       WS-HOLDS-DROPPED " hold(s) dropped - "
                       "sign off the report before the swap"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       5950-WRITE-COUNT-LINE.
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           IF WS-CTL-OPEN = "Y"
               CLOSE CTL-FILE
           END-IF
           IF WS-HLD-OPEN = "Y"
               CLOSE HLD-FILE
           END-IF
           CLOSE NEW-CTL-FILE
           CLOSE NEW-HLD-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
