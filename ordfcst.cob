      *  audit rows out mid-window.                         *
      *  A pool already running its extended range is past  *
      *  planning - it is flagged on sight.                 *
      *  A pool on business days (CTL-DAY-BASIS "B") has    *
      *  its velocity and its DAYS columns in business days *
      *  off the CALFILE shop calendar - a weekend with no  *
      *  issuing no longer dilutes its rate.  The 30/60/90  *
      *  alert stays on the calendar for every pool, since  *
      *  stock and range lead times run on the calendar.    *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDFCST.
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RPT-FILE ASSIGN TO "FCTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  CTL-FILE.
           COPY CTLREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-STA-EOF              PIC X(1)   VALUE "N".
           05  WS-CTL-EOF              PIC X(1)   VALUE "N".
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".

      *    Issuing activity inside the velocity window, summed per
      *    pool on the first pass over STAFILE.  Two hundred pools
           05  WS-DAYS-TO-CEIL         PIC 9(5)   VALUE 0.
           05  WS-DAYS-TO-WARN         PIC 9(5)   VALUE 0.
           05  WS-INCR-SAFE            PIC 9(5)   VALUE 1.
           05  WS-WINDOW-BUS-DAYS      PIC 9(3)   VALUE 0.
           05  WS-CAL-VELOCITY         PIC 9(5)V9(2) VALUE 0.
           05  WS-CAL-DAYS-TO-CEIL     PIC 9(5)   VALUE 0.

      *    The shop calendar (CALREC), loaded whole - only the
      *    holidays that fall on a weekday and the worked days that
      *    fall on a weekend, the only rows that change anything.
      *    Five hundred is decades of holidays; rows past that are
      *    dropped with a warning.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(3)   VALUE 500  COMP.
           05  WS-CAL-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-CAL-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-CAL-ENTRY            OCCURS 500 TIMES.
               10  WS-CE-DAY-INT       PIC 9(8).
               10  WS-CE-DAY-TYPE      PIC X(1).

       01  WS-CAL-IX                   PIC 9(3)   VALUE 0    COMP.

      *    The weekday is MOD 7 of the day number - day 1
      *    (01/01/1601) was a Monday, so 6 is Saturday and 0 Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-IS-BUSINESS       PIC X(1)   VALUE "N".
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

       01  WS-AGING-FIELDS.
           05  WS-AUD-DATE-YYYYMMDD    PIC 9(8)   VALUE 0.
           05  FILLER                  PIC X(8)   VALUE "DAYS-CLG".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "ALERT".
           05  FILLER                  PIC X(8)   VALUE "DAYS".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-DAYS-CEIL             PIC ZZZZZZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-ALERT                 PIC X(12)  VALUE SPACES.
           05  D-DAY-BASIS             PIC X(8)   VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-SHOP-CALENDAR
           PERFORM 1200-COUNT-WINDOW-BUS-DAYS.

       1100-LOAD-SHOP-CALENDAR.
      *    Without CALFILE a business-day pool still skips weekends
      *    - it just measures straight through the holidays.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALFILE not available - status "
                   WS-CAL-STATUS " (business days skip weekends only)"
           ELSE
               PERFORM 1150-LOAD-CALENDAR-ROW UNTIL WS-CAL-EOF = "Y"
               CLOSE CAL-FILE
               IF WS-CAL-OVERFLOW = "Y"
                   DISPLAY "CALENDAR WARNING: more than " WS-CAL-MAX
                       " calendar rows - the rest were ignored"
               END-IF
           END-IF.

       1150-LOAD-CALENDAR-ROW.
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

       1200-COUNT-WINDOW-BUS-DAYS.
      *    The business days among the WS-VELOCITY-WINDOW days that
      *    end today - the divisor a business-day pool's velocity
      *    is taken over, in place of the calendar window itself.
      *    A window with none at all (a shutdown) divides by one.
           MOVE 0 TO WS-WINDOW-BUS-DAYS
           COMPUTE WS-BD-DAY-INT =
               WS-TODAY-DAY-INT - WS-VELOCITY-WINDOW + 1
           PERFORM 1250-COUNT-WINDOW-DAY
               UNTIL WS-BD-DAY-INT > WS-TODAY-DAY-INT
           IF WS-WINDOW-BUS-DAYS = 0
               MOVE 1 TO WS-WINDOW-BUS-DAYS
           END-IF.

       1250-COUNT-WINDOW-DAY.
           PERFORM 1300-TEST-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS = "Y"
               ADD 1 TO WS-WINDOW-BUS-DAYS
           END-IF
           ADD 1 TO WS-BD-DAY-INT.

       1300-TEST-BUSINESS-DAY.
      *    Monday to Friday unless the calendar marks the day a
      *    holiday; Saturday and Sunday only when it marks the day
      *    worked.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY > 0 AND WS-BD-WEEKDAY < 6
               MOVE "Y" TO WS-BD-IS-BUSINESS
           ELSE
               MOVE "N" TO WS-BD-IS-BUSINESS
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

       2000-TALLY-RECENT-ISSUES.
      *    First pass: sum the per-day issued figures inside the
      *    velocity window, per pool, from the statistics history
                       TO WS-WINDOW-ISSUED
               END-IF
           END-PERFORM
           COMPUTE WS-CAL-VELOCITY ROUNDED =
               WS-WINDOW-ISSUED / WS-VELOCITY-WINDOW
           IF CTL-DAY-BASIS = "B"
               COMPUTE WS-VELOCITY ROUNDED =
                   WS-WINDOW-ISSUED / WS-WINDOW-BUS-DAYS
           ELSE
               MOVE WS-CAL-VELOCITY TO WS-VELOCITY
           END-IF
           MOVE 1 TO WS-INCR-SAFE
           IF CTL-INCREMENT > 0
               MOVE CTL-INCREMENT TO WS-INCR-SAFE
           IF WS-VELOCITY = 0
               MOVE 99999 TO WS-DAYS-TO-CEIL
               MOVE 99999 TO WS-DAYS-TO-WARN
               MOVE 99999 TO WS-CAL-DAYS-TO-CEIL
           ELSE
               COMPUTE WS-DAYS-TO-CEIL ROUNDED =
                   WS-REMAIN-CEIL / WS-VELOCITY
                   WS-REMAIN-WARN / WS-VELOCITY
                   ON SIZE ERROR MOVE 99999 TO WS-DAYS-TO-WARN
               END-COMPUTE
               COMPUTE WS-CAL-DAYS-TO-CEIL ROUNDED =
                   WS-REMAIN-CEIL / WS-CAL-VELOCITY
                   ON SIZE ERROR MOVE 99999 TO WS-CAL-DAYS-TO-CEIL
               END-COMPUTE
           END-IF
           IF CTL-EXT-MODE = "Y"
               MOVE 0 TO WS-DAYS-TO-CEIL
               MOVE 0 TO WS-DAYS-TO-WARN
               MOVE 0 TO WS-CAL-DAYS-TO-CEIL
           END-IF
      *    The horizons are calendar days whatever the pool counts
      *    in - the calendar projection is the one tested here.
           MOVE SPACES TO D-ALERT
           EVALUATE TRUE
               WHEN CTL-EXT-MODE = "Y"
                   MOVE "IN EXT RANGE" TO D-ALERT
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-CAL-DAYS-TO-CEIL <= 30
                   MOVE "CEIL IN 30D" TO D-ALERT
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-CAL-DAYS-TO-CEIL <= 60
                   MOVE "CEIL IN 60D" TO D-ALERT
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN WS-CAL-DAYS-TO-CEIL <= 90
                   MOVE "CEIL IN 90D" TO D-ALERT
                   ADD 1 TO WS-FLAGGED-COUNT
           END-EVALUATE
           MOVE WS-VELOCITY TO D-PER-DAY
           MOVE WS-DAYS-TO-WARN TO D-DAYS-WARN
           MOVE WS-DAYS-TO-CEIL TO D-DAYS-CEIL
           IF CTL-DAY-BASIS = "B"
               MOVE "BUSINESS" TO D-DAY-BASIS
           ELSE
               MOVE "CALENDAR" TO D-DAY-BASIS
           END-IF
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

