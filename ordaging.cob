      *  order-desk supervisor.  FAILED/REFUSED rows never  *
      *  produced a number and VOIDED numbers are already   *
      *  formally retired - neither ages.                   *
      *  A pool on business days (CTL-DAY-BASIS "B") ages   *
      *  in business days off the CALFILE shop calendar,    *
      *  so a long weekend does not push its numbers into   *
      *  the next bucket; the buckets themselves are the    *
      *  same for every pool.                               *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDAGING.

           SELECT SORTWK-CON ASSIGN TO "SORTWKE".

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

           SELECT AGE-FILE ASSIGN TO "AGEFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AGE-STATUS.
           05  FILLER                  PIC X(1).
           05  GC-CHECK-DIGIT          PIC X(1).

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CAL-FILE.
           COPY CALREC.

       FD  AGE-FILE.
       01  AGE-LINE                    PIC X(132).

       FD  ESC-FILE.
           COPY ESCREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-SRT-CON-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-AGE-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ESC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-OPEN             PIC X(1)   VALUE "N".
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".
           05  WS-FILES-OK             PIC X(1)   VALUE "Y".

       01  WS-MERGE-FIELDS.
           05  WS-DAYS-OUT             PIC S9(5)  VALUE 0.
           05  WS-BUCKET-TEXT          PIC X(8)   VALUE SPACES.
           05  WS-DATE-OK              PIC X(1)   VALUE "N".
           05  WS-DAY-BASIS            PIC X(1)   VALUE "C".

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

      *    Business days after WS-BD-FROM-INT up to and including
      *    WS-BD-TO-INT.  The weekday is MOD 7 of the day number -
      *    day 1 (01/01/1601) was a Monday, so 6 is Saturday and 0
      *    Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-FROM-INT          PIC 9(8)   VALUE 0.
           05  WS-BD-TO-INT            PIC 9(8)   VALUE 0.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-COUNT             PIC S9(7)  VALUE 0.
           05  WS-BD-FULL-WEEKS        PIC 9(7)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

       01  WS-POOL-TOTALS.
           05  WS-PREV-POOL-ID         PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DAYS-OUT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BUCKET".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DAYS".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-DAYS-OUT              PIC ZZZZ9  VALUE ZERO.
           05  FILLER                  PIC X(7)   VALUE SPACES.
           05  D-BUCKET                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DAY-BASIS             PIC X(8)   VALUE SPACES.

       01  WS-RPT-SUBTOTAL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           COMPUTE WS-TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           OPEN OUTPUT AGE-FILE
           OPEN OUTPUT ESC-FILE
      *    The control file only says which pools age in business
      *    days - without it every pool ages on the calendar, as
      *    it always did, and the run says so.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE "Y" TO WS-CTL-OPEN
           ELSE
               DISPLAY "CTLFILE not available - status "
                   WS-CTL-STATUS " (every pool aged in calendar days)"
           END-IF
           PERFORM 1100-LOAD-SHOP-CALENDAR.

       1100-LOAD-SHOP-CALENDAR.
      *    Without CALFILE a business-day pool still skips weekends
      *    - it just ages straight through the holidays.
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

       2000-SORT-INPUT-FILES.
      *    Same existence check and (pool, number) sort order as
           END-IF.

       3400-AGE-UNCONSUMED.
           IF WS-CURRENT-POOL-ID NOT = WS-PREV-POOL-ID
               PERFORM 3600-POOL-BREAK
               MOVE WS-CURRENT-POOL-ID TO WS-PREV-POOL-ID
               PERFORM 3460-LOAD-POOL-BASIS
           END-IF
           PERFORM 3450-COMPUTE-DAYS-OUT
      *    A block row ages as one line but counts every number it
      *    reserved - an unconsumed 500-label block is 500 numbers
      *    outstanding, not one.
                   IF WS-DAYS-OUT < 0
                       MOVE 0 TO WS-DAYS-OUT
                   END-IF
                   IF WS-DAYS-OUT > 0 AND WS-DAY-BASIS = "B"
                       MOVE WS-AUD-DAY-INT TO WS-BD-FROM-INT
                       MOVE WS-TODAY-DAY-INT TO WS-BD-TO-INT
                       PERFORM 3470-COUNT-BUSINESS-DAYS
                       MOVE WS-BD-COUNT TO WS-DAYS-OUT
                   END-IF
               END-IF
           END-IF.

       3460-LOAD-POOL-BASIS.
      *    Once per pool, at its first unconsumed number.  A pool
      *    not on the control file ages on the calendar.
           MOVE "C" TO WS-DAY-BASIS
           IF WS-CTL-OPEN = "Y"
               MOVE WS-CURRENT-POOL-ID TO CTL-POOL-ID
               READ CTL-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CTL-DAY-BASIS = "B"
                           MOVE "B" TO WS-DAY-BASIS
                       END-IF
               END-READ
           END-IF.

       3470-COUNT-BUSINESS-DAYS.
      *    Whole weeks carry five weekdays each; the odd days left
      *    over are tried one at a time; then every calendar row
      *    inside the span takes a holiday off or adds a worked
      *    weekend day back.  The issue day itself is not counted,
      *    so a number issued Friday is one business day out on
      *    Monday, the way a calendar-day pool counts.
           COMPUTE WS-BD-FULL-WEEKS =
               (WS-BD-TO-INT - WS-BD-FROM-INT) / 7
           COMPUTE WS-BD-COUNT = WS-BD-FULL-WEEKS * 5
           COMPUTE WS-BD-DAY-INT =
               WS-BD-FROM-INT + WS-BD-FULL-WEEKS * 7 + 1
           PERFORM 3475-COUNT-ONE-DAY
               UNTIL WS-BD-DAY-INT > WS-BD-TO-INT
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-USED
               IF WS-CE-DAY-INT(WS-CAL-IX) > WS-BD-FROM-INT
                       AND WS-CE-DAY-INT(WS-CAL-IX) <= WS-BD-TO-INT
                   IF WS-CE-DAY-TYPE(WS-CAL-IX) = "H"
                       SUBTRACT 1 FROM WS-BD-COUNT
                   ELSE
                       ADD 1 TO WS-BD-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BD-COUNT < 0
               MOVE 0 TO WS-BD-COUNT
           END-IF.

       3475-COUNT-ONE-DAY.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY > 0 AND WS-BD-WEEKDAY < 6
               ADD 1 TO WS-BD-COUNT
           END-IF
           ADD 1 TO WS-BD-DAY-INT.

       3500-WRITE-ESCALATION.
           MOVE SPACES TO ESC-RECORD
           MOVE WS-CURRENT-POOL-ID TO ESC-POOL-ID
           MOVE WS-GROUP-DATE TO D-ISSUED-DATE
           MOVE WS-DAYS-OUT TO D-DAYS-OUT
           MOVE WS-BUCKET-TEXT TO D-BUCKET
           IF WS-DAY-BASIS = "B"
               MOVE "BUSINESS" TO D-DAY-BASIS
           ELSE
               MOVE "CALENDAR" TO D-DAY-BASIS
           END-IF
           WRITE AGE-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE AGE-FILE
           CLOSE ESC-FILE
           IF WS-CTL-OPEN = "Y"
               CLOSE CTL-FILE
           END-IF.
