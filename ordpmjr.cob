      *****************************************************
      *  PROGRAM-ID: ORDPMJR                               *
      *  Pool maintenance journal report.  Every change     *
      *  ORDPMNT releases to CTLFILE is journaled on        *
      *  PMJFILE with the whole control record before and   *
      *  after; this program prints that journal for one    *
      *  pool (or all) over a date range, one block per     *
      *  change - who asked, who approved, when - followed  *
      *  by each control field the change actually moved,   *
      *  old value beside new.  It is the answer to the     *
      *  auditor's "who raised this ceiling and from what", *
      *  and to an ORDSEQCK gap that is really an increment *
      *  change.                                            *
      *  PARM: POOL,FROM,TO - POOL blank or * for every     *
      *  pool, FROM/TO as MM/DD/YYYY on the applied date;   *
      *  a blank FROM starts at the first entry, a blank TO *
      *  ends at today.                                     *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPMJR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PMJ-FILE ASSIGN TO "PMJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMJ-STATUS.

           SELECT RPT-FILE ASSIGN TO "PJRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PMJ-FILE.
           COPY PMJREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-PMJ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-PMJ-EOF              PIC X(1)   VALUE "N".

       01  WS-PARM-FIELDS.
           05  WS-PARM                 PIC X(80)  VALUE SPACES.
           05  WS-SEL-POOL-ID          PIC X(10)  VALUE SPACES.
           05  WS-SEL-FROM-DATE        PIC X(10)  VALUE SPACES.
           05  WS-SEL-TO-DATE          PIC X(10)  VALUE SPACES.
           05  WS-SEL-FROM-YYYYMMDD    PIC 9(8)   VALUE 0.
           05  WS-SEL-TO-YYYYMMDD      PIC 9(8)   VALUE 99999999.

      *    Date shape test and MM/DD/YYYY to YYYYMMDD turn-around,
      *    shared by the PARM edit and every journal row.
       01  WS-DATE-WORK.
           05  WS-DATE-IN              PIC X(10)  VALUE SPACES.
           05  WS-DATE-YYYYMMDD        PIC 9(8)   VALUE 0.
           05  WS-DATE-OK              PIC X(1)   VALUE "N".
           05  WS-DATE-DAY-INT         PIC 9(7)   VALUE 0.

      *    The journal images are whole control records - these
      *    views must track CTLREC.
       01  WS-BEFORE-CTL.
           05  WB-POOL-ID              PIC X(10).
           05  WB-START-VALUE          PIC 9(5).
           05  WB-CEILING              PIC 9(5).
           05  WB-INCREMENT            PIC 9(5).
           05  WB-WARN-THRESHOLD       PIC 9(5).
           05  WB-CURRENT-NUMBER       PIC 9(5).
           05  WB-EXT-MODE             PIC X(1).
           05  WB-CURRENT-EXT          PIC 9(7).
           05  WB-FIRST-ISSUE-DONE     PIC X(1).
           05  WB-POOL-STATUS          PIC X(1).
           05  WB-RETENTION-DAYS       PIC X(3).
           05  WB-ROLLOVER-POLICY      PIC X(1).
           05  WB-LAST-ROLLOVER-YY     PIC X(2).
           05  WB-DAY-BASIS            PIC X(1).

       01  WS-AFTER-CTL.
           05  WF-POOL-ID              PIC X(10).
           05  WF-START-VALUE          PIC 9(5).
           05  WF-CEILING              PIC 9(5).
           05  WF-INCREMENT            PIC 9(5).
           05  WF-WARN-THRESHOLD       PIC 9(5).
           05  WF-CURRENT-NUMBER       PIC 9(5).
           05  WF-EXT-MODE             PIC X(1).
           05  WF-CURRENT-EXT          PIC 9(7).
           05  WF-FIRST-ISSUE-DONE     PIC X(1).
           05  WF-POOL-STATUS          PIC X(1).
           05  WF-RETENTION-DAYS       PIC X(3).
           05  WF-ROLLOVER-POLICY      PIC X(1).
           05  WF-LAST-ROLLOVER-YY     PIC X(2).
           05  WF-DAY-BASIS            PIC X(1).

       01  WS-FIELD-CHANGE.
           05  WS-FIELD-NAME           PIC X(16)  VALUE SPACES.
           05  WS-FIELD-OLD            PIC X(9)   VALUE SPACES.
           05  WS-FIELD-NEW            PIC X(9)   VALUE SPACES.
           05  WS-FIELD-LINES          PIC 9(3)   VALUE 0.

       01  WS-CONTROL-COUNTS.
           05  WS-ROWS-READ            PIC 9(7)   VALUE 0.
           05  WS-ROWS-SELECTED        PIC 9(7)   VALUE 0.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(3)   VALUE 055.

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
               "POOL MAINTENANCE JOURNAL".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-SELECTION.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(6)   VALUE "POOL: ".
           05  S-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "FROM: ".
           05  S-FROM-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "TO: ".
           05  S-TO-DATE               PIC X(10)  VALUE SPACES.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "APPLIED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "TIME".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE "CHANGE-ID".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "REQUEST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "STAGED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "APPROVED".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-APPLIED-DATE          PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-APPLIED-TIME          PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-CHANGE-ID             PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-REQUESTER-ID          PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-STAGED-DATE           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-APPROVER-ID           PIC X(8)   VALUE SPACES.

       01  WS-RPT-FIELD-LINE.
           05  FILLER                  PIC X(13)  VALUE SPACES.
           05  G-FIELD-NAME            PIC X(16)  VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "WAS: ".
           05  G-FIELD-OLD             PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "NOW: ".
           05  G-FIELD-NEW             PIC X(9)   VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(22)  VALUE
               "JOURNAL ROWS READ: ".
           05  F-READ                  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
               "ROWS SELECTED: ".
           05  F-SELECTED              PIC Z,ZZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-JOURNAL
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
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-SEL-POOL-ID WS-SEL-FROM-DATE WS-SEL-TO-DATE
           END-UNSTRING
           IF WS-SEL-POOL-ID = "*"
               MOVE SPACES TO WS-SEL-POOL-ID
           END-IF
      *    A bad date on the PARM would quietly select nothing (or
      *    everything) and the auditor would never know - fatal,
      *    the same rule ORDDAYSM applies to its summary date.
           IF WS-SEL-FROM-DATE NOT = SPACES
               MOVE WS-SEL-FROM-DATE TO WS-DATE-IN
               PERFORM 2500-CONVERT-DATE
               IF WS-DATE-OK = "N"
                   DISPLAY "PARM ERROR: from date " WS-SEL-FROM-DATE
                       " is not MM/DD/YYYY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-DATE-YYYYMMDD TO WS-SEL-FROM-YYYYMMDD
           END-IF
           IF WS-SEL-TO-DATE = SPACES
               MOVE WS-RUN-DATE TO WS-SEL-TO-DATE
           END-IF
           MOVE WS-SEL-TO-DATE TO WS-DATE-IN
           PERFORM 2500-CONVERT-DATE
           IF WS-DATE-OK = "N"
               DISPLAY "PARM ERROR: to date " WS-SEL-TO-DATE
                   " is not MM/DD/YYYY"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DATE-YYYYMMDD TO WS-SEL-TO-YYYYMMDD
           OPEN OUTPUT RPT-FILE
           PERFORM 5000-WRITE-REPORT-HEADERS.

       2000-READ-JOURNAL.
      *    No journal only means no change has been released yet -
      *    the report still prints, empty, so the auditor has the
      *    page that says so.
           OPEN INPUT PMJ-FILE
           IF WS-PMJ-STATUS NOT = "00"
               DISPLAY "PMJFILE not available for reporting - "
                       "status " WS-PMJ-STATUS
           ELSE
               PERFORM 2020-JOURNAL-LOOP UNTIL WS-PMJ-EOF = "Y"
               CLOSE PMJ-FILE
           END-IF.

       2020-JOURNAL-LOOP.
           READ PMJ-FILE
               AT END
                   MOVE "Y" TO WS-PMJ-EOF
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   PERFORM 2100-SELECT-ROW
           END-READ.

       2100-SELECT-ROW.
           MOVE PMJ-APPLIED-DATE TO WS-DATE-IN
           PERFORM 2500-CONVERT-DATE
           IF (WS-SEL-POOL-ID = SPACES
                   OR WS-SEL-POOL-ID = PMJ-POOL-ID)
                   AND WS-DATE-OK = "Y"
                   AND WS-DATE-YYYYMMDD >= WS-SEL-FROM-YYYYMMDD
                   AND WS-DATE-YYYYMMDD <= WS-SEL-TO-YYYYMMDD
               ADD 1 TO WS-ROWS-SELECTED
               PERFORM 5100-WRITE-DETAIL-LINE
               PERFORM 2200-COMPARE-IMAGES
           END-IF.

       2200-COMPARE-IMAGES.
      *    Only the fields that moved are printed - for every
      *    maintenance action that is one line, but comparing the
      *    whole record also exposes anything else that changed
      *    under the same rewrite.
      *    A row journaled before the day-basis flag existed has
      *    51-byte images - before image in bytes 86-136, after
      *    image from byte 138 - so byte 138, the separator in
      *    today's layout, holds the first byte of its after pool
      *    id and is never a space there.  Its missing flag reads
      *    as blank on both sides and so never shows moved.
           IF PMJ-RECORD(138:1) NOT = SPACE
               MOVE PMJ-RECORD(86:51) TO WS-BEFORE-CTL
               MOVE PMJ-RECORD(138:51) TO WS-AFTER-CTL
           ELSE
               MOVE PMJ-BEFORE-IMAGE TO WS-BEFORE-CTL
               MOVE PMJ-AFTER-IMAGE TO WS-AFTER-CTL
           END-IF
           MOVE 0 TO WS-FIELD-LINES
           IF WB-START-VALUE NOT = WF-START-VALUE
               MOVE "START VALUE" TO WS-FIELD-NAME
               MOVE WB-START-VALUE TO WS-FIELD-OLD
               MOVE WF-START-VALUE TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-CEILING NOT = WF-CEILING
               MOVE "CEILING" TO WS-FIELD-NAME
               MOVE WB-CEILING TO WS-FIELD-OLD
               MOVE WF-CEILING TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-INCREMENT NOT = WF-INCREMENT
               MOVE "INCREMENT" TO WS-FIELD-NAME
               MOVE WB-INCREMENT TO WS-FIELD-OLD
               MOVE WF-INCREMENT TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-WARN-THRESHOLD NOT = WF-WARN-THRESHOLD
               MOVE "WARN THRESHOLD" TO WS-FIELD-NAME
               MOVE WB-WARN-THRESHOLD TO WS-FIELD-OLD
               MOVE WF-WARN-THRESHOLD TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-CURRENT-NUMBER NOT = WF-CURRENT-NUMBER
               MOVE "CURRENT NUMBER" TO WS-FIELD-NAME
               MOVE WB-CURRENT-NUMBER TO WS-FIELD-OLD
               MOVE WF-CURRENT-NUMBER TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-CURRENT-EXT NOT = WF-CURRENT-EXT
               MOVE "CURRENT EXT" TO WS-FIELD-NAME
               MOVE WB-CURRENT-EXT TO WS-FIELD-OLD
               MOVE WF-CURRENT-EXT TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-POOL-STATUS NOT = WF-POOL-STATUS
               MOVE "POOL STATUS" TO WS-FIELD-NAME
               MOVE WB-POOL-STATUS TO WS-FIELD-OLD
               MOVE WF-POOL-STATUS TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-RETENTION-DAYS NOT = WF-RETENTION-DAYS
               MOVE "RETENTION DAYS" TO WS-FIELD-NAME
               MOVE WB-RETENTION-DAYS TO WS-FIELD-OLD
               MOVE WF-RETENTION-DAYS TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-ROLLOVER-POLICY NOT = WF-ROLLOVER-POLICY
               MOVE "ROLLOVER POLICY" TO WS-FIELD-NAME
               MOVE WB-ROLLOVER-POLICY TO WS-FIELD-OLD
               MOVE WF-ROLLOVER-POLICY TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
           IF WB-DAY-BASIS NOT = WF-DAY-BASIS
               MOVE "DAY BASIS" TO WS-FIELD-NAME
               MOVE WB-DAY-BASIS TO WS-FIELD-OLD
               MOVE WF-DAY-BASIS TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF
      *    A journaled change that moved nothing (a RETIRE of a pool
      *    already retired cannot happen, but a re-keyed identical
      *    value can) still gets a line, so no entry prints bare.
           IF WS-FIELD-LINES = 0
               MOVE "NO FIELD CHANGED" TO WS-FIELD-NAME
               MOVE SPACES TO WS-FIELD-OLD
               MOVE SPACES TO WS-FIELD-NEW
               PERFORM 5200-WRITE-FIELD-LINE
           END-IF.

       2500-CONVERT-DATE.
      *    MM/DD/YYYY, and really on the calendar - the same two
      *    layers ORDCALMT applies; a PARM of 13/45 would otherwise
      *    pass as a shape and quietly select nothing.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-DATE-YYYYMMDD
           MOVE 0 TO WS-DATE-DAY-INT
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
                   ELSE
                       MOVE 0 TO WS-DATE-YYYYMMDD
                   END-IF
               END-IF
           END-IF.

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
           IF WS-SEL-POOL-ID = SPACES
               MOVE "ALL" TO S-POOL-ID
           ELSE
               MOVE WS-SEL-POOL-ID TO S-POOL-ID
           END-IF
           IF WS-SEL-FROM-DATE = SPACES
               MOVE "FIRST" TO S-FROM-DATE
           ELSE
               MOVE WS-SEL-FROM-DATE TO S-FROM-DATE
           END-IF
           MOVE WS-SEL-TO-DATE TO S-TO-DATE
           WRITE RPT-LINE FROM WS-RPT-SELECTION
               AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-DETAIL-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE PMJ-APPLIED-DATE TO D-APPLIED-DATE
           MOVE PMJ-APPLIED-TIME TO D-APPLIED-TIME
           MOVE PMJ-CHANGE-ID TO D-CHANGE-ID
           MOVE PMJ-POOL-ID TO D-POOL-ID
           MOVE PMJ-ACTION TO D-ACTION
           MOVE PMJ-REQUESTER-ID TO D-REQUESTER-ID
           MOVE PMJ-STAGED-DATE TO D-STAGED-DATE
           MOVE PMJ-APPROVER-ID TO D-APPROVER-ID
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       5200-WRITE-FIELD-LINE.
           MOVE WS-FIELD-NAME TO G-FIELD-NAME
           MOVE WS-FIELD-OLD TO G-FIELD-OLD
           MOVE WS-FIELD-NEW TO G-FIELD-NEW
           WRITE RPT-LINE FROM WS-RPT-FIELD-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-FIELD-LINES.

       5900-WRITE-REPORT-FOOTER.
           MOVE WS-ROWS-READ TO F-READ
           MOVE WS-ROWS-SELECTED TO F-SELECTED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
