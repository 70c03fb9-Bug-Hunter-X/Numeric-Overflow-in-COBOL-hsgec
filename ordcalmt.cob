      *****************************************************
      *  PROGRAM-ID: ORDCALMT                              *
      *  Shop business-day calendar maintenance.  The only *
      *  supported way to put a holiday or a worked        *
      *  weekend day on CALFILE, change or withdraw one,   *
      *  and to list the calendar for a date range with    *
      *  the business days it holds.  Pools flagged for    *
      *  business days (CTL-DAY-BASIS "B", set through     *
      *  ORDPMNT) take their hold expiry in ORDNUM, hold   *
      *  lapse in ORDHLAPS, aging buckets in ORDAGING and  *
      *  forecast velocity in ORDFCST from this calendar:  *
      *  Monday to Friday, less the holidays, plus the     *
      *  worked weekend days.                              *
      *  Reads keyed transactions from CLTFILE and prints  *
      *  an action-by-action report to CLRFILE, the way    *
      *  ORDDAMNT maintains the department authorizations. *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCALMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT CLT-FILE ASSIGN TO "CLTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLT-STATUS.

           SELECT RPT-FILE ASSIGN TO "CLRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
           COPY CALREC.

       FD  CLT-FILE.
           COPY CLTREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".
           05  WS-CLT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CLT-EOF              PIC X(1)   VALUE "N".
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-APPLIED              PIC 9      VALUE 0.
           05  WS-NEW-DAY-TYPE         PIC X(1)   VALUE SPACE.

      *    One date's edit: MM/DD/YYYY in, YYYYMMDD, day number and
      *    weekday out.  The weekday is MOD 7 of the day number -
      *    day 1 of the integer calendar (01/01/1601) was a Monday,
      *    so 1-5 is Monday to Friday, 6 Saturday and 0 Sunday.
       01  WS-DATE-WORK.
           05  WS-DATE-IN              PIC X(10)  VALUE SPACES.
           05  WS-DATE-YYYYMMDD        PIC 9(8)   VALUE 0.
           05  WS-DATE-DAY-INT         PIC 9(8)   VALUE 0.
           05  WS-DATE-OK              PIC X(1)   VALUE "N".
           05  WS-WEEKDAY              PIC 9(1)   VALUE 0.
           05  WS-DAY-NAME-IX          PIC 9(1)   VALUE 0.

       01  WS-DAY-NAME-VALUES.
           05  FILLER                  PIC X(21)  VALUE
               "SUNMONTUEWEDTHUFRISAT".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAME-VALUES.
           05  WS-DAY-NAME             PIC X(3)   OCCURS 7 TIMES.

      *    The LIST range.  A blank end is open; only a closed
      *    range gets the business-day count.
       01  WS-LIST-FIELDS.
           05  WS-LIST-FROM-KEY        PIC X(8)   VALUE SPACES.
           05  WS-LIST-THRU-KEY        PIC X(8)   VALUE SPACES.
           05  WS-LIST-FROM-INT        PIC 9(8)   VALUE 0.
           05  WS-LIST-THRU-INT        PIC 9(8)   VALUE 0.
           05  WS-LIST-CLOSED          PIC X(1)   VALUE "N".
           05  WS-LIST-HOLIDAYS        PIC 9(5)   VALUE 0.
           05  WS-LIST-WORKED          PIC 9(5)   VALUE 0.
           05  WS-LIST-ROWS            PIC 9(5)   VALUE 0.
           05  WS-SPAN-DAYS            PIC 9(7)   VALUE 0.
           05  WS-FULL-WEEKS           PIC 9(7)   VALUE 0.
           05  WS-WEEKDAYS             PIC 9(7)   VALUE 0.
           05  WS-BUSINESS-DAYS        PIC 9(7)   VALUE 0.
           05  WS-STEP-INT             PIC 9(8)   VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(3)   VALUE 055.
           05  WS-APPLIED-COUNT        PIC 9(5)   VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5)   VALUE 0.
           05  WS-LISTED-COUNT         PIC 9(5)   VALUE 0.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
               "SHOP CALENDAR REPORT".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "DATE".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "DAY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "TYPE".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "DESCRIPTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DATE                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DAY-NAME              PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DAY-TYPE              PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DESCRIPTION           PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CHANGE-BY             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-RESULT                PIC X(30)  VALUE SPACES.

       01  WS-LST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "DATE".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "DAY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE "TYPE".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "DESCRIPTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CHANGED".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".

       01  WS-LST-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  L-DATE                  PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-DAY-NAME              PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-DAY-TYPE              PIC X(14)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-DESCRIPTION           PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-CHANGED-DATE          PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-CHANGED-BY            PIC X(8)   VALUE SPACES.

       01  WS-LST-SUMMARY.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  S-FROM-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE " TO ".
           05  S-THRU-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE ":  ".
           05  S-CALENDAR-DAYS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(16)  VALUE
               " CALENDAR DAYS  ".
           05  S-WEEKDAYS              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(11)  VALUE
               " WEEKDAYS  ".
           05  S-HOLIDAYS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(11)  VALUE
               " HOLIDAYS  ".
           05  S-WORKED                PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)  VALUE
               " WORKED  ".
           05  S-BUSINESS-DAYS         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(14)  VALUE
               " BUSINESS DAYS".

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(24)  VALUE
               "TOTAL CHANGES APPLIED: ".
           05  F-APPLIED               PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(22)  VALUE
               "TOTAL REJECTED: ".
           05  F-REJECTED              PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(24)  VALUE
               "TOTAL DATES LISTED: ".
           05  F-LISTED                PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-YYMMDD  PIC 9(6).
           05  WS-CURRENT-DATE-R  REDEFINES WS-CURRENT-DATE-YYMMDD.
               10  WS-CURRENT-YY       PIC 9(2).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-RUN-DATE             PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-TRANSACTIONS
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
           OPEN OUTPUT RPT-FILE
      *    This program is what first populates the calendar, so
      *    "35 = missing" creates it empty; anything else is fatal.
           OPEN I-O CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               IF WS-CAL-STATUS = "35"
                   OPEN OUTPUT CAL-FILE
                   CLOSE CAL-FILE
                   OPEN I-O CAL-FILE
               ELSE
                   DISPLAY "FATAL: CALFILE open failed - status "
                       WS-CAL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT CLT-FILE
           IF WS-CLT-STATUS NOT = "00"
               DISPLAY "CLTFILE not available for maintenance - "
                       "status " WS-CLT-STATUS
           ELSE
               PERFORM 2020-TRANS-LOOP UNTIL WS-CLT-EOF = "Y"
               CLOSE CLT-FILE
           END-IF.

       2020-TRANS-LOOP.
           READ CLT-FILE
               AT END
                   MOVE "Y" TO WS-CLT-EOF
               NOT AT END
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 0 TO WS-APPLIED
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE CLT-DATE TO WS-DATE-IN
           PERFORM 2800-EDIT-DATE
           EVALUATE TRUE
               WHEN CLT-ACTION = "LIST"
                   PERFORM 3000-LIST-CALENDAR
               WHEN CLT-REQUESTER-ID = SPACES
                   MOVE "REJECTED - NO REQUESTER ID" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN WS-DATE-OK = "N"
                   MOVE "REJECTED - DATE INVALID" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN CLT-ACTION = "ADD"
                   PERFORM 2200-ADD-DAY
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE WS-DATE-YYYYMMDD TO CAL-DATE
                   READ CAL-FILE
                       INVALID KEY
                           MOVE "REJECTED - DATE NOT ON CALENDAR"
                               TO WS-RESULT-TEXT
                       NOT INVALID KEY
                           PERFORM 2300-EDIT-AND-APPLY
                   END-READ
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-EVALUATE.

       2200-ADD-DAY.
           MOVE WS-DATE-YYYYMMDD TO CAL-DATE
           READ CAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED - ALREADY ON CALENDAR"
                       TO WS-RESULT-TEXT
           END-READ
           IF WS-RESULT-TEXT = SPACES
               MOVE CLT-DAY-TYPE TO WS-NEW-DAY-TYPE
               PERFORM 2700-EDIT-DAY-TYPE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               MOVE SPACES TO CAL-RECORD
               MOVE WS-DATE-YYYYMMDD TO CAL-DATE
               MOVE WS-NEW-DAY-TYPE TO CAL-DAY-TYPE
               MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION
               MOVE WS-RUN-DATE TO CAL-ADDED-DATE
               MOVE WS-RUN-DATE TO CAL-CHANGED-DATE
               MOVE CLT-REQUESTER-ID TO CAL-CHANGED-BY
               WRITE CAL-RECORD
               IF WS-CAL-STATUS NOT = "00"
                   DISPLAY "FATAL: CALFILE write failed - status "
                       WS-CAL-STATUS " date " CLT-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ADDED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2300-EDIT-AND-APPLY.
           EVALUATE CLT-ACTION
               WHEN "CHANGE"
                   PERFORM 2400-CHANGE-DAY
               WHEN "DELETE"
                   PERFORM 2500-DELETE-DAY
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       2400-CHANGE-DAY.
      *    A blank type or description on a CHANGE leaves that field
      *    as it was, so the desk can reword a holiday without
      *    retyping its type.
           IF CLT-DAY-TYPE = SPACE AND CLT-DESCRIPTION = SPACES
               MOVE "REJECTED - NOTHING TO CHANGE" TO WS-RESULT-TEXT
           END-IF
           IF WS-RESULT-TEXT = SPACES
               IF CLT-DAY-TYPE = SPACE
                   MOVE CAL-DAY-TYPE TO WS-NEW-DAY-TYPE
               ELSE
                   MOVE CLT-DAY-TYPE TO WS-NEW-DAY-TYPE
               END-IF
               PERFORM 2700-EDIT-DAY-TYPE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               MOVE WS-NEW-DAY-TYPE TO CAL-DAY-TYPE
               IF CLT-DESCRIPTION NOT = SPACES
                   MOVE CLT-DESCRIPTION TO CAL-DESCRIPTION
               END-IF
               MOVE WS-RUN-DATE TO CAL-CHANGED-DATE
               MOVE CLT-REQUESTER-ID TO CAL-CHANGED-BY
               REWRITE CAL-RECORD
               IF WS-CAL-STATUS NOT = "00"
                   DISPLAY "FATAL: CALFILE rewrite failed - status "
                       WS-CAL-STATUS " date " CLT-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "CHANGED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2500-DELETE-DAY.
      *    The date simply follows its weekday again from the next
      *    run of anything that reads the calendar.
           DELETE CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "FATAL: CALFILE delete failed - status "
                   WS-CAL-STATUS " date " CLT-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DELETED" TO WS-RESULT-TEXT
           MOVE 1 TO WS-APPLIED.

       2700-EDIT-DAY-TYPE.
      *    A row only ever says a day is the opposite of what its
      *    weekday makes it - a "holiday" Saturday or a "worked"
      *    Tuesday would change nothing, and the business-day
      *    counts in the readers rely on that.
           EVALUATE TRUE
               WHEN WS-NEW-DAY-TYPE NOT = "H"
                       AND WS-NEW-DAY-TYPE NOT = "W"
                   MOVE "REJECTED - DAY TYPE NOT H/W"
                       TO WS-RESULT-TEXT
               WHEN WS-NEW-DAY-TYPE = "H"
                       AND (WS-WEEKDAY = 0 OR WS-WEEKDAY = 6)
                   MOVE "REJECTED - HOLIDAY ON A WEEKEND"
                       TO WS-RESULT-TEXT
               WHEN WS-NEW-DAY-TYPE = "W"
                       AND WS-WEEKDAY > 0 AND WS-WEEKDAY < 6
                   MOVE "REJECTED - WORKED DAY NOT WEEKEND"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       2800-EDIT-DATE.
      *    MM/DD/YYYY, and really on the calendar - the same two
      *    layers ORDCONED applies to a consumed date; a numeric but
      *    impossible Feb 30 dies on INTEGER-OF-DATE.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-DATE-YYYYMMDD
           MOVE 0 TO WS-DATE-DAY-INT
           MOVE 0 TO WS-WEEKDAY
           IF WS-DATE-IN(1:2) IS NUMERIC
                   AND WS-DATE-IN(3:1) = "/"
                   AND WS-DATE-IN(4:2) IS NUMERIC
                   AND WS-DATE-IN(6:1) = "/"
                   AND WS-DATE-IN(7:4) IS NUMERIC
               IF WS-DATE-IN(1:2) >= "01"
                       AND WS-DATE-IN(1:2) <= "12"
                       AND WS-DATE-IN(4:2) >= "01"
                       AND WS-DATE-IN(4:2) <= "31"
                   MOVE WS-DATE-IN(7:4) TO WS-DATE-YYYYMMDD(1:4)
                   MOVE WS-DATE-IN(1:2) TO WS-DATE-YYYYMMDD(5:2)
                   MOVE WS-DATE-IN(4:2) TO WS-DATE-YYYYMMDD(7:2)
                   COMPUTE WS-DATE-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   IF WS-DATE-DAY-INT > 0
                       MOVE "Y" TO WS-DATE-OK
                       COMPUTE WS-WEEKDAY =
                           FUNCTION MOD(WS-DATE-DAY-INT, 7)
                   END-IF
               END-IF
           END-IF.

       3000-LIST-CALENDAR.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           PERFORM 3010-EDIT-LIST-RANGE
           IF WS-RESULT-TEXT NOT = SPACES
               PERFORM 5100-WRITE-DETAIL-LINE
           ELSE
               PERFORM 3050-PRINT-LIST
           END-IF.

       3010-EDIT-LIST-RANGE.
           MOVE LOW-VALUES TO WS-LIST-FROM-KEY
           MOVE HIGH-VALUES TO WS-LIST-THRU-KEY
           MOVE "N" TO WS-LIST-CLOSED
           IF CLT-DATE NOT = SPACES
               IF WS-DATE-OK = "N"
                   MOVE "REJECTED - FROM DATE INVALID"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-DATE-YYYYMMDD TO WS-LIST-FROM-KEY
                   MOVE WS-DATE-DAY-INT TO WS-LIST-FROM-INT
               END-IF
           END-IF
           IF CLT-THRU-DATE NOT = SPACES AND WS-RESULT-TEXT = SPACES
               MOVE CLT-THRU-DATE TO WS-DATE-IN
               PERFORM 2800-EDIT-DATE
               IF WS-DATE-OK = "N"
                   MOVE "REJECTED - THRU DATE INVALID"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE WS-DATE-YYYYMMDD TO WS-LIST-THRU-KEY
                   MOVE WS-DATE-DAY-INT TO WS-LIST-THRU-INT
               END-IF
           END-IF
           IF WS-RESULT-TEXT = SPACES
                   AND CLT-DATE NOT = SPACES
                   AND CLT-THRU-DATE NOT = SPACES
               IF WS-LIST-THRU-INT < WS-LIST-FROM-INT
                   MOVE "REJECTED - THRU BEFORE FROM"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE "Y" TO WS-LIST-CLOSED
               END-IF
           END-IF.

       3050-PRINT-LIST.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-LST-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE 0 TO WS-LIST-HOLIDAYS
           MOVE 0 TO WS-LIST-WORKED
           MOVE 0 TO WS-LIST-ROWS
           MOVE WS-LIST-FROM-KEY TO CAL-DATE
           START CAL-FILE KEY NOT < CAL-DATE
               INVALID KEY
                   MOVE "Y" TO WS-CAL-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-CAL-EOF
           END-START
           PERFORM 3100-LIST-NEXT-DAY UNTIL WS-CAL-EOF = "Y"
           IF WS-LIST-ROWS = 0
               MOVE SPACES TO WS-LST-DETAIL
               MOVE "NO HOLIDAYS OR WORKED WEEKENDS IN RANGE"
                   TO WS-LST-DETAIL(2:40)
               WRITE RPT-LINE FROM WS-LST-DETAIL
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF WS-LIST-CLOSED = "Y"
               PERFORM 3300-WRITE-RANGE-SUMMARY
           END-IF
      *    Restore the maintenance column headings for any keyed
      *    actions that follow the listing.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       3100-LIST-NEXT-DAY.
           READ CAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAL-EOF
               NOT AT END
                   IF CAL-DATE > WS-LIST-THRU-KEY
                       MOVE "Y" TO WS-CAL-EOF
                   ELSE
                       PERFORM 3200-WRITE-LIST-LINE
                       ADD 1 TO WS-LISTED-COUNT
                       ADD 1 TO WS-LIST-ROWS
                   END-IF
           END-READ.

       3200-WRITE-LIST-LINE.
           MOVE SPACES TO WS-LST-DETAIL
           MOVE CAL-DATE(5:2) TO WS-DATE-IN(1:2)
           MOVE "/" TO WS-DATE-IN(3:1)
           MOVE CAL-DATE(7:2) TO WS-DATE-IN(4:2)
           MOVE "/" TO WS-DATE-IN(6:1)
           MOVE CAL-DATE(1:4) TO WS-DATE-IN(7:4)
           PERFORM 2800-EDIT-DATE
           MOVE WS-DATE-IN TO L-DATE
      *    Only a row that really reverses its weekday moves the
      *    business-day count - the same rule the readers apply.
           IF WS-DATE-OK = "Y"
               COMPUTE WS-DAY-NAME-IX = WS-WEEKDAY + 1
               MOVE WS-DAY-NAME(WS-DAY-NAME-IX) TO L-DAY-NAME
               EVALUATE TRUE
                   WHEN CAL-DAY-TYPE = "H"
                           AND WS-WEEKDAY > 0 AND WS-WEEKDAY < 6
                       MOVE "HOLIDAY" TO L-DAY-TYPE
                       ADD 1 TO WS-LIST-HOLIDAYS
                   WHEN CAL-DAY-TYPE = "W"
                           AND (WS-WEEKDAY = 0 OR WS-WEEKDAY = 6)
                       MOVE "WORKED WEEKEND" TO L-DAY-TYPE
                       ADD 1 TO WS-LIST-WORKED
                   WHEN OTHER
                       MOVE "DAMAGED" TO L-DAY-TYPE
               END-EVALUATE
           ELSE
               MOVE "DAMAGED" TO L-DAY-TYPE
           END-IF
           MOVE CAL-DESCRIPTION TO L-DESCRIPTION
           MOVE CAL-CHANGED-DATE TO L-CHANGED-DATE
           MOVE CAL-CHANGED-BY TO L-CHANGED-BY
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
               WRITE RPT-LINE FROM WS-LST-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF
           WRITE RPT-LINE FROM WS-LST-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       3300-WRITE-RANGE-SUMMARY.
      *    Business days in the range, both ends included: whole
      *    weeks carry five weekdays each, the odd days left over
      *    are tried one at a time, then the calendar rows just
      *    listed take holidays off and add worked weekends back.
           COMPUTE WS-SPAN-DAYS =
               WS-LIST-THRU-INT - WS-LIST-FROM-INT + 1
           COMPUTE WS-FULL-WEEKS = WS-SPAN-DAYS / 7
           COMPUTE WS-WEEKDAYS = WS-FULL-WEEKS * 5
           COMPUTE WS-STEP-INT =
               WS-LIST-FROM-INT + WS-FULL-WEEKS * 7
           PERFORM 3310-COUNT-ONE-DAY
               UNTIL WS-STEP-INT > WS-LIST-THRU-INT
           COMPUTE WS-BUSINESS-DAYS =
               WS-WEEKDAYS - WS-LIST-HOLIDAYS + WS-LIST-WORKED
           MOVE CLT-DATE TO S-FROM-DATE
           MOVE CLT-THRU-DATE TO S-THRU-DATE
           MOVE WS-SPAN-DAYS TO S-CALENDAR-DAYS
           MOVE WS-WEEKDAYS TO S-WEEKDAYS
           MOVE WS-LIST-HOLIDAYS TO S-HOLIDAYS
           MOVE WS-LIST-WORKED TO S-WORKED
           MOVE WS-BUSINESS-DAYS TO S-BUSINESS-DAYS
           WRITE RPT-LINE FROM WS-LST-SUMMARY AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       3310-COUNT-ONE-DAY.
           IF FUNCTION MOD(WS-STEP-INT, 7) > 0
                   AND FUNCTION MOD(WS-STEP-INT, 7) < 6
               ADD 1 TO WS-WEEKDAYS
           END-IF
           ADD 1 TO WS-STEP-INT.

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
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE CLT-ACTION TO D-ACTION
           MOVE CLT-DATE TO D-DATE
           IF WS-DATE-OK = "Y" AND CLT-ACTION NOT = "LIST"
               COMPUTE WS-DAY-NAME-IX = WS-WEEKDAY + 1
               MOVE WS-DAY-NAME(WS-DAY-NAME-IX) TO D-DAY-NAME
           END-IF
           MOVE CLT-DAY-TYPE TO D-DAY-TYPE
           MOVE CLT-DESCRIPTION TO D-DESCRIPTION
           MOVE CLT-REQUESTER-ID TO D-CHANGE-BY
           MOVE WS-RESULT-TEXT TO D-RESULT
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-APPLIED = 1
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECTED-COUNT
           END-IF.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-APPLIED-COUNT TO F-APPLIED
           MOVE WS-REJECTED-COUNT TO F-REJECTED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES
           MOVE WS-LISTED-COUNT TO F-LISTED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-2 AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           CLOSE CAL-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
