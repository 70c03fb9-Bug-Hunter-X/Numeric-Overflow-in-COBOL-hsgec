      *  reused - the pool counter moved when the hold was  *
      *  placed and never moves back.  Confirmed and        *
      *  already-lapsed rows pass through untouched.        *
      *  A pool on business days (CTL-DAY-BASIS "B") does   *
      *  not lapse a hold whose expiry fell while the shop  *
      *  was shut: its expiry runs on to the next business  *
      *  day on the CALFILE calendar, so nothing lapses     *
      *  before somebody has been back to confirm it.       *
      *  Prints an action report of every hold examined     *
      *  to HLRFILE.                                        *
      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS
               LOCK MODE IS MANUAL.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT RPT-FILE ASSIGN TO "HLRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  CHN-FILE.
           COPY CHNREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-HLD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".
           05  WS-HLD-EOF              PIC X(1)   VALUE "N".
           05  WS-FILES-OPEN           PIC X(1)   VALUE "N".

           05  WS-TODAY-YYYYMMDD       PIC 9(8)   VALUE 0.
           05  WS-TODAY-DAY-INT        PIC 9(8)   VALUE 0.
           05  WS-ACTION-TEXT          PIC X(26)  VALUE SPACES.
           05  WS-DAY-BASIS            PIC X(1)   VALUE "C".
           05  WS-EXPIRY-CAL-INT       PIC 9(8)   VALUE 0.

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

      *    Is WS-BD-DAY-INT a business day.  The weekday is MOD 7
      *    of the day number - day 1 (01/01/1601) was a Monday, so
      *    6 is Saturday and 0 Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-IS-BUSINESS       PIC X(1)   VALUE "N".
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

       01  WS-LAPSE-TOTALS.
           05  WS-HOLDS-READ           PIC 9(5)   VALUE 0.
           05  WS-RUN-TIME             PIC X(8)   VALUE SPACES.
           05  WS-RUN-ID               PIC X(8)   VALUE SPACES.

      *    Audit hash chain (see AUDREC/CHNREC).  The head's values
      *    are kept here as well - a record area is not to be
      *    trusted after the WRITE or REWRITE that used it.
       01  WS-CHAIN-FIELDS.
           05  WS-CHN-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CHN-NEXT-SEQ         PIC 9(9)   VALUE 0.
           05  WS-CHN-LAST-SEQ         PIC 9(9)   VALUE 0.
           05  WS-CHN-LAST-HASH        PIC X(18)  VALUE SPACES.
           05  WS-CHN-START-DATE       PIC X(10)  VALUE SPACES.
           05  WS-CHN-WAIT-START       PIC 9(8)   VALUE 0.
           05  WS-CHN-WAIT-NOW         PIC 9(8)   VALUE 0.
           05  WS-CHN-WAITED           PIC S9(8)  VALUE 0.
           05  WS-CHN-CLOCK.
               10  WS-CHN-CLOCK-HH     PIC 9(2).
               10  WS-CHN-CLOCK-MM     PIC 9(2).
               10  WS-CHN-CLOCK-SS     PIC 9(2).
               10  WS-CHN-CLOCK-CC     PIC 9(2).

       01  WS-HASH-FIELDS.
           05  WS-HSH-INPUT.
               10  WS-HSH-ROW          PIC X(92).
               10  WS-HSH-SEQ          PIC 9(9).
           05  WS-HSH-SEED.
               10  WS-HSH-SEED-A       PIC 9(9).
               10  WS-HSH-SEED-B       PIC 9(9).
           05  WS-HSH-RESULT.
               10  WS-HSH-RESULT-A     PIC 9(9).
               10  WS-HSH-RESULT-B     PIC 9(9).
           05  WS-HSH-A                PIC 9(18)  VALUE 0.
           05  WS-HSH-B                PIC 9(18)  VALUE 0.
           05  WS-HSH-BYTE             PIC 9(3)   VALUE 0.
           05  WS-HSH-IX               PIC 9(3)   VALUE 0  COMP.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
                   STOP RUN
               END-IF
           END-IF
      *    Every hold's pool decides how its expiry is counted -
      *    without the control file a business-day pool would lapse
      *    on calendar days, the very thing its flag is there to
      *    stop.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "FATAL: CTLFILE open failed - status "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1150-LOAD-SHOP-CALENDAR
           PERFORM 1100-OPEN-AUDIT-CHAIN
           MOVE "Y" TO WS-FILES-OPEN.

       1100-OPEN-AUDIT-CHAIN.
      *    No chain head yet means nothing has been chained - start
      *    the chain at sequence one from today.  Any other open
      *    failure is fatal: rows written without the head would
      *    fork the chain.
           OPEN I-O CHN-FILE
           IF WS-CHN-STATUS NOT = "00"
               IF WS-CHN-STATUS = "35"
                   OPEN OUTPUT CHN-FILE
                   CLOSE CHN-FILE
                   OPEN I-O CHN-FILE
               ELSE
                   DISPLAY "FATAL: CHNFILE open failed - status "
                       WS-CHN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           READ CHN-FILE
               INVALID KEY
                   MOVE 0 TO WS-CHN-LAST-SEQ
                   MOVE ALL "0" TO WS-CHN-LAST-HASH
                   MOVE WS-RUN-DATE TO WS-CHN-START-DATE
                   MOVE SPACES TO CHN-RECORD
                   MOVE "AUDFILE" TO CHN-CHAIN-ID
                   MOVE WS-CHN-LAST-SEQ TO CHN-LAST-SEQ
                   MOVE WS-CHN-LAST-HASH TO CHN-LAST-HASH
                   MOVE WS-CHN-START-DATE TO CHN-START-DATE
                   WRITE CHN-RECORD
                   IF WS-CHN-STATUS NOT = "00"
                       DISPLAY "FATAL: CHNFILE write failed - status "
                           WS-CHN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   IF CHN-LAST-SEQ IS NOT NUMERIC
                           OR CHN-LAST-HASH IS NOT NUMERIC
                       DISPLAY "FATAL: CHNFILE chain head is damaged"
                           " - run ORDAUDCK before writing the trail"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CHN-LAST-SEQ TO WS-CHN-LAST-SEQ
                   MOVE CHN-LAST-HASH TO WS-CHN-LAST-HASH
                   MOVE CHN-START-DATE TO WS-CHN-START-DATE
           END-READ.

       1150-LOAD-SHOP-CALENDAR.
      *    Without CALFILE a business-day pool still skips weekends
      *    - it just works straight through the holidays.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALFILE not available - status "
                   WS-CAL-STATUS " (business days skip weekends only)"
           ELSE
               PERFORM 1160-LOAD-CALENDAR-ROW UNTIL WS-CAL-EOF = "Y"
               CLOSE CAL-FILE
               IF WS-CAL-OVERFLOW = "Y"
                   DISPLAY "CALENDAR WARNING: more than " WS-CAL-MAX
                       " calendar rows - the rest were ignored"
               END-IF
           END-IF.

       1160-LOAD-CALENDAR-ROW.
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

       2000-LAPSE-EXPIRED-HOLDS.
           MOVE LOW-VALUES TO HLD-REQUEST-ID
           START HLD-FILE KEY NOT < HLD-REQUEST-ID
                       ADD 1 TO WS-HOLDS-LAPSED
                       MOVE "LAPSED - NUMBERS RETIRED"
                           TO WS-ACTION-TEXT
                   WHEN WS-EXPIRY-CAL-INT < WS-TODAY-DAY-INT
                       ADD 1 TO WS-HOLDS-LEFT
                       MOVE "HELD - EXPIRED WHILE CLOSED"
                           TO WS-ACTION-TEXT
                   WHEN OTHER
                       ADD 1 TO WS-HOLDS-LEFT
                       MOVE "STILL INSIDE EXPIRY" TO WS-ACTION-TEXT
               IF WS-EXPIRY-DAY-INT > 0
                   MOVE "Y" TO WS-EXPIRY-OK
               END-IF
           END-IF
           MOVE WS-EXPIRY-DAY-INT TO WS-EXPIRY-CAL-INT
           IF WS-EXPIRY-OK = "Y"
               PERFORM 2350-APPLY-DAY-BASIS
           END-IF.

       2350-APPLY-DAY-BASIS.
      *    A business-day pool's hold runs on through any day the
      *    shop is shut, to the first business day on or after its
      *    expiry, and lapses only once that day has passed.  A
      *    pool gone from the control file falls back to calendar
      *    days.
           MOVE "C" TO WS-DAY-BASIS
           MOVE HLD-POOL-ID TO CTL-POOL-ID
           READ CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTL-DAY-BASIS = "B"
                       MOVE "B" TO WS-DAY-BASIS
                   END-IF
           END-READ
           IF WS-DAY-BASIS = "B"
               MOVE WS-EXPIRY-DAY-INT TO WS-BD-DAY-INT
               PERFORM 2360-TEST-BUSINESS-DAY
               PERFORM 2370-NEXT-CALENDAR-DAY
                   UNTIL WS-BD-IS-BUSINESS = "Y"
               MOVE WS-BD-DAY-INT TO WS-EXPIRY-DAY-INT
           END-IF.

       2360-TEST-BUSINESS-DAY.
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

       2370-NEXT-CALENDAR-DAY.
           ADD 1 TO WS-BD-DAY-INT
           PERFORM 2360-TEST-BUSINESS-DAY.

       2400-LAPSE-THE-HOLD.
      *    The LAPSED row issues nothing - quantity zero - but it
      *    stands on the trail next to the HELD row, and the pair
           MOVE HLD-REQUEST-ID TO AUD-REQUEST-ID
           MOVE HLD-LAST-NUMBER TO AUD-LAST-NUMBER
           MOVE 0 TO AUD-QUANTITY
           PERFORM 2500-CHAIN-AUDIT-ROW
           WRITE AUD-RECORD
           PERFORM 2530-ADVANCE-CHAIN-HEAD
           MOVE "L" TO HLD-STATUS
           REWRITE HLD-RECORD
           IF WS-HLD-STATUS NOT = "00"
               STOP RUN
           END-IF.

       2500-CHAIN-AUDIT-ROW.
      *    Stamp the row about to be written with the next sequence
      *    and the hash of the row before it, then its own hash over
      *    the row image and that sequence.  The head is read again
      *    first - a run against another pool may have chained rows
      *    since this one opened it - and read under lock, held
      *    until 2530 has rewritten it, so no other run can
      *    chain from the same head between our read and our row
      *    landing on the trail.  A head another run holds is
      *    waited on for up to a minute, then given up as fatal -
      *    nothing has been written for this row yet.
           PERFORM 2502-READ-CHAIN-CLOCK
           MOVE WS-CHN-WAIT-NOW TO WS-CHN-WAIT-START
           MOVE 0 TO WS-CHN-WAITED
           PERFORM 2504-LOCK-CHAIN-HEAD
           PERFORM UNTIL WS-CHN-STATUS NOT = "51"
                   OR WS-CHN-WAITED > 6000
               PERFORM 2502-READ-CHAIN-CLOCK
               COMPUTE WS-CHN-WAITED =
                   WS-CHN-WAIT-NOW - WS-CHN-WAIT-START
               IF WS-CHN-WAITED < 0
                   ADD 8640000 TO WS-CHN-WAITED
               END-IF
               PERFORM 2504-LOCK-CHAIN-HEAD
           END-PERFORM
           IF WS-CHN-STATUS = "51"
               DISPLAY "FATAL: CHNFILE chain head still locked by "
                   "another run after one minute"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHN-STATUS = "23"
               DISPLAY "FATAL: CHNFILE chain head has gone"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "FATAL: CHNFILE read failed - status "
                   WS-CHN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CHN-LAST-SEQ IS NUMERIC
                   AND CHN-LAST-HASH IS NUMERIC
               MOVE CHN-LAST-SEQ TO WS-CHN-LAST-SEQ
               MOVE CHN-LAST-HASH TO WS-CHN-LAST-HASH
           END-IF
           COMPUTE WS-CHN-NEXT-SEQ = WS-CHN-LAST-SEQ + 1
           MOVE WS-CHN-NEXT-SEQ TO AUD-CHAIN-SEQ
           MOVE WS-CHN-LAST-HASH TO AUD-PREV-HASH
           MOVE AUD-RECORD(1:92) TO WS-HSH-ROW
           MOVE WS-CHN-NEXT-SEQ TO WS-HSH-SEQ
           MOVE WS-CHN-LAST-HASH TO WS-HSH-SEED
           PERFORM 2520-HASH-AUDIT-ROW
           MOVE WS-HSH-RESULT TO AUD-ROW-HASH.

       2502-READ-CHAIN-CLOCK.
      *    Time of day in hundredths of a second since midnight.
           ACCEPT WS-CHN-CLOCK FROM TIME
           COMPUTE WS-CHN-WAIT-NOW =
               WS-CHN-CLOCK-HH * 360000 + WS-CHN-CLOCK-MM * 6000
               + WS-CHN-CLOCK-SS * 100 + WS-CHN-CLOCK-CC.

       2504-LOCK-CHAIN-HEAD.
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           READ CHN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.

       2520-HASH-AUDIT-ROW.
      *    Two running residues over every byte, modulo two
      *    different primes and seeded with the previous row's
      *    hash: changing any byte of the row, its sequence or the
      *    hash it chains from changes the result.  ORDAUDCK
      *    recomputes it the same way - the two must not drift.
           MOVE WS-HSH-SEED-A TO WS-HSH-A
           MOVE WS-HSH-SEED-B TO WS-HSH-B
           PERFORM 2525-HASH-ONE-BYTE
               VARYING WS-HSH-IX FROM 1 BY 1
               UNTIL WS-HSH-IX > 101
           MOVE WS-HSH-A TO WS-HSH-RESULT-A
           MOVE WS-HSH-B TO WS-HSH-RESULT-B.

       2525-HASH-ONE-BYTE.
           COMPUTE WS-HSH-BYTE =
               FUNCTION ORD(WS-HSH-INPUT(WS-HSH-IX:1))
           COMPUTE WS-HSH-A =
               FUNCTION MOD(WS-HSH-A * 257 + WS-HSH-BYTE, 999999937)
           COMPUTE WS-HSH-B =
               FUNCTION MOD(WS-HSH-B * 263 + WS-HSH-BYTE, 999999929).

       2530-ADVANCE-CHAIN-HEAD.
      *    Move the head on the moment the row is on the trail, so
      *    an abend later in the run cannot leave the next run
      *    reusing a sequence, then let go of the lock 2500
      *    took on it.
           MOVE WS-CHN-NEXT-SEQ TO WS-CHN-LAST-SEQ
           MOVE WS-HSH-RESULT TO WS-CHN-LAST-HASH
           MOVE SPACES TO CHN-RECORD
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           MOVE WS-CHN-LAST-SEQ TO CHN-LAST-SEQ
           MOVE WS-CHN-LAST-HASH TO CHN-LAST-HASH
           MOVE WS-CHN-START-DATE TO CHN-START-DATE
           MOVE WS-RUN-DATE TO CHN-LAST-DATE
           MOVE WS-RUN-TIME TO CHN-LAST-TIME
           MOVE WS-RUN-ID TO CHN-LAST-RUN-ID
           REWRITE CHN-RECORD
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "FATAL: CHNFILE rewrite failed - status "
                   WS-CHN-STATUS " sequence " WS-CHN-LAST-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           UNLOCK CHN-FILE.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           IF WS-FILES-OPEN = "Y"
               CLOSE HLD-FILE
               CLOSE AUD-FILE
               CLOSE CHN-FILE
               CLOSE CTL-FILE
           END-IF
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
