      *****************************************************
      *  PROGRAM-ID: ORDDAMNT                              *
      *  Department authorization maintenance.  The only   *
      *  supported way to authorize a requesting           *
      *  department for a pool, change its per-request     *
      *  limit and daily quota, withdraw the               *
      *  authorization, and to list every authorization    *
      *  with the numbers drawn against it today.  ORDNUM  *
      *  edits every TRNFILE row against this file - a     *
      *  department with no row for the pool, a quantity   *
      *  over its per-request limit or one that would take *
      *  it past its daily quota goes to REJFILE instead   *
      *  of issuing - and ORDREJFX applies the same rules  *
      *  to the repairs it resubmits.                      *
      *  Reads keyed transactions from DMTFILE and prints  *
      *  an action-by-action report to DMRFILE, the way    *
      *  ORDCSMNT maintains the consumer master.           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDDAMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAU-FILE ASSIGN TO "DAUFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAU-KEY
               FILE STATUS IS WS-DAU-STATUS.

           SELECT DUS-FILE ASSIGN TO "DUSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUS-KEY
               FILE STATUS IS WS-DUS-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT DMT-FILE ASSIGN TO "DMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DMT-STATUS.

           SELECT RPT-FILE ASSIGN TO "DMRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAU-FILE.
           COPY DAUREC.

       FD  DUS-FILE.
           COPY DUSREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  DMT-FILE.
           COPY DMTREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-DAU-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DAU-EOF              PIC X(1)   VALUE "N".
           05  WS-DUS-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DUS-OPEN             PIC X(1)   VALUE "N".
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DMT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DMT-EOF              PIC X(1)   VALUE "N".
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-APPLIED              PIC 9      VALUE 0.
           05  WS-NEW-MAX              PIC 9(5)   VALUE 0.
           05  WS-NEW-QUOTA            PIC 9(7)   VALUE 0.
           05  WS-MAX-GIVEN            PIC X(1)   VALUE "N".
           05  WS-QUOTA-GIVEN          PIC X(1)   VALUE "N".

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINES-PER-PAGE       PIC 9(3)   VALUE 055.
           05  WS-APPLIED-COUNT        PIC 9(5)   VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5)   VALUE 0.
           05  WS-LISTED-COUNT         PIC 9(5)   VALUE 0.
           05  WS-EDIT-MAX             PIC ZZ,ZZ9.
           05  WS-EDIT-QUOTA           PIC Z,ZZZ,ZZ9.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
               "DEPT AUTHORIZATION REPORT".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DEPT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "MAX/REQ".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "DAY QUOTA".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DEPT-ID               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-MAX                   PIC X(7)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-QUOTA                 PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CHANGE-BY             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-RESULT                PIC X(30)  VALUE SPACES.

       01  WS-LST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "DEPT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "MAX/REQ".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "DAY QUOTA".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "USED TODAY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CHANGED".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".

       01  WS-LST-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  L-DEPT-ID               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-MAX                   PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-QUOTA                 PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-USED                  PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  L-CHANGED-DATE          PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-CHANGED-BY            PIC X(8)   VALUE SPACES.

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
               "TOTAL PAIRS LISTED: ".
           05  F-LISTED                PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-YYMMDD  PIC 9(6).
           05  WS-CURRENT-DATE-R  REDEFINES WS-CURRENT-DATE-YYMMDD.
               10  WS-CURRENT-YY       PIC 9(2).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)   VALUE 0.

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
           COMPUTE WS-TODAY-YYYYMMDD =
               20000000 + WS-CURRENT-DATE-YYMMDD
           OPEN OUTPUT RPT-FILE
      *    This program is what first populates the authorization
      *    file, so "35 = missing" creates it empty; anything else
      *    is fatal, the registry rule ORDNUM applies.
           OPEN I-O DAU-FILE
           IF WS-DAU-STATUS NOT = "00"
               IF WS-DAU-STATUS = "35"
                   OPEN OUTPUT DAU-FILE
                   CLOSE DAU-FILE
                   OPEN I-O DAU-FILE
               ELSE
                   DISPLAY "FATAL: DAUFILE open failed - status "
                       WS-DAU-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    A pool can only be authorized if it exists - without the
      *    control file that check would wave every pool id through.
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY "FATAL: CTLFILE open failed - status "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Usage only feeds the USED TODAY column of the listing -
      *    before ORDNUM's first quota run there is none, and the
      *    column reads zero.
           OPEN INPUT DUS-FILE
           IF WS-DUS-STATUS = "00"
               MOVE "Y" TO WS-DUS-OPEN
           ELSE
               DISPLAY "DUSFILE not available - status "
                   WS-DUS-STATUS " (listing shows no usage)"
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT DMT-FILE
           IF WS-DMT-STATUS NOT = "00"
               DISPLAY "DMTFILE not available for maintenance - "
                       "status " WS-DMT-STATUS
           ELSE
               PERFORM 2020-TRANS-LOOP UNTIL WS-DMT-EOF = "Y"
               CLOSE DMT-FILE
           END-IF.

       2020-TRANS-LOOP.
           READ DMT-FILE
               AT END
                   MOVE "Y" TO WS-DMT-EOF
               NOT AT END
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 0 TO WS-APPLIED
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN DMT-ACTION = "LIST"
                   PERFORM 3000-LIST-AUTHORIZATIONS
               WHEN DMT-REQUESTER-ID = SPACES
                   MOVE "REJECTED - NO REQUESTER ID" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN DMT-DEPT-ID = SPACES
                   MOVE "REJECTED - DEPT ID MISSING" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN DMT-POOL-ID = SPACES
                   MOVE "REJECTED - POOL MISSING" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN DMT-ACTION = "ADD"
                   PERFORM 2200-ADD-AUTHORIZATION
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE DMT-DEPT-ID TO DAU-DEPT-ID
                   MOVE DMT-POOL-ID TO DAU-POOL-ID
                   READ DAU-FILE
                       INVALID KEY
                           MOVE "REJECTED - NOT AUTHORIZED"
                               TO WS-RESULT-TEXT
                       NOT INVALID KEY
                           PERFORM 2300-EDIT-AND-APPLY
                   END-READ
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-EVALUATE.

       2200-ADD-AUTHORIZATION.
           MOVE DMT-DEPT-ID TO DAU-DEPT-ID
           MOVE DMT-POOL-ID TO DAU-POOL-ID
           READ DAU-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED - ALREADY AUTHORIZED"
                       TO WS-RESULT-TEXT
           END-READ
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2800-EDIT-LIMITS
           END-IF
           IF WS-RESULT-TEXT = SPACES
               PERFORM 2900-CHECK-POOL-ON-FILE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               MOVE SPACES TO DAU-RECORD
               MOVE DMT-DEPT-ID TO DAU-DEPT-ID
               MOVE DMT-POOL-ID TO DAU-POOL-ID
               MOVE WS-NEW-MAX TO DAU-MAX-PER-REQUEST
               MOVE WS-NEW-QUOTA TO DAU-DAILY-QUOTA
               MOVE WS-RUN-DATE TO DAU-ADDED-DATE
               MOVE WS-RUN-DATE TO DAU-CHANGED-DATE
               MOVE DMT-REQUESTER-ID TO DAU-CHANGED-BY
               WRITE DAU-RECORD
               IF WS-DAU-STATUS NOT = "00"
                   DISPLAY "FATAL: DAUFILE write failed - status "
                       WS-DAU-STATUS " dept " DMT-DEPT-ID
                       " pool " DMT-POOL-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "AUTHORIZED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2300-EDIT-AND-APPLY.
           EVALUATE DMT-ACTION
               WHEN "CHANGE"
                   PERFORM 2400-CHANGE-LIMITS
               WHEN "DELETE"
                   PERFORM 2500-DELETE-AUTHORIZATION
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       2400-CHANGE-LIMITS.
      *    A blank limit on a CHANGE leaves that limit as it was, so
      *    the desk can move the quota without retyping the
      *    per-request limit.
           PERFORM 2800-EDIT-LIMITS
           IF WS-RESULT-TEXT = SPACES
                   AND WS-MAX-GIVEN = "N" AND WS-QUOTA-GIVEN = "N"
               MOVE "REJECTED - NO LIMIT GIVEN" TO WS-RESULT-TEXT
           END-IF
           IF WS-RESULT-TEXT = SPACES
               IF WS-MAX-GIVEN = "Y"
                   MOVE WS-NEW-MAX TO DAU-MAX-PER-REQUEST
               END-IF
               IF WS-QUOTA-GIVEN = "Y"
                   MOVE WS-NEW-QUOTA TO DAU-DAILY-QUOTA
               END-IF
               MOVE WS-RUN-DATE TO DAU-CHANGED-DATE
               MOVE DMT-REQUESTER-ID TO DAU-CHANGED-BY
               REWRITE DAU-RECORD
               IF WS-DAU-STATUS NOT = "00"
                   DISPLAY "FATAL: DAUFILE rewrite failed - status "
                       WS-DAU-STATUS " dept " DMT-DEPT-ID
                       " pool " DMT-POOL-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "LIMITS CHANGED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2500-DELETE-AUTHORIZATION.
      *    The department's usage rows stay on DUSFILE - they are
      *    the record of what it drew while it was authorized.
           DELETE DAU-FILE
           IF WS-DAU-STATUS NOT = "00"
               DISPLAY "FATAL: DAUFILE delete failed - status "
                   WS-DAU-STATUS " dept " DMT-DEPT-ID
                   " pool " DMT-POOL-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "AUTHORIZATION WITHDRAWN" TO WS-RESULT-TEXT
           MOVE 1 TO WS-APPLIED.

       2800-EDIT-LIMITS.
           MOVE 0 TO WS-NEW-MAX
           MOVE 0 TO WS-NEW-QUOTA
           MOVE "N" TO WS-MAX-GIVEN
           MOVE "N" TO WS-QUOTA-GIVEN
           IF DMT-MAX-PER-REQUEST NOT = SPACES
               IF DMT-MAX-PER-REQUEST IS NUMERIC
                   MOVE DMT-MAX-PER-REQUEST TO WS-NEW-MAX
                   MOVE "Y" TO WS-MAX-GIVEN
               ELSE
                   MOVE "REJECTED - MAX/REQ NOT NUMERIC"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF
           IF DMT-DAILY-QUOTA NOT = SPACES
               IF DMT-DAILY-QUOTA IS NUMERIC
                   MOVE DMT-DAILY-QUOTA TO WS-NEW-QUOTA
                   MOVE "Y" TO WS-QUOTA-GIVEN
               ELSE
                   MOVE "REJECTED - QUOTA NOT NUMERIC"
                       TO WS-RESULT-TEXT
               END-IF
           END-IF.

       2900-CHECK-POOL-ON-FILE.
           MOVE DMT-POOL-ID TO CTL-POOL-ID
           READ CTL-FILE
               INVALID KEY
                   MOVE "REJECTED - UNKNOWN POOL" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF CTL-POOL-STATUS = "R"
                       MOVE "REJECTED - POOL RETIRED"
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ.

       3000-LIST-AUTHORIZATIONS.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-LST-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE LOW-VALUES TO DAU-KEY
           START DAU-FILE KEY NOT < DAU-KEY
               INVALID KEY
                   MOVE "Y" TO WS-DAU-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-DAU-EOF
           END-START
           PERFORM 3100-LIST-NEXT-AUTHORIZATION
               UNTIL WS-DAU-EOF = "Y"
      *    Restore the maintenance column headings for any keyed
      *    actions that follow the listing.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       3100-LIST-NEXT-AUTHORIZATION.
           READ DAU-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DAU-EOF
               NOT AT END
                   PERFORM 3200-WRITE-LIST-LINE
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       3200-WRITE-LIST-LINE.
           MOVE SPACES TO WS-LST-DETAIL
           MOVE DAU-DEPT-ID TO L-DEPT-ID
           MOVE DAU-POOL-ID TO L-POOL-ID
           IF DAU-MAX-PER-REQUEST IS NOT NUMERIC
               MOVE "DAMAGED" TO L-MAX
           ELSE
               IF DAU-MAX-PER-REQUEST = 0
                   MOVE "NO LIMIT" TO L-MAX
               ELSE
                   MOVE DAU-MAX-PER-REQUEST TO WS-EDIT-MAX
                   MOVE WS-EDIT-MAX TO L-MAX
               END-IF
           END-IF
           IF DAU-DAILY-QUOTA IS NOT NUMERIC
               MOVE "DAMAGED" TO L-QUOTA
           ELSE
               IF DAU-DAILY-QUOTA = 0
                   MOVE "NO LIMIT" TO L-QUOTA
               ELSE
                   MOVE DAU-DAILY-QUOTA TO WS-EDIT-QUOTA
                   MOVE WS-EDIT-QUOTA TO L-QUOTA
               END-IF
           END-IF
           MOVE 0 TO L-USED
           IF WS-DUS-OPEN = "Y"
               MOVE DAU-DEPT-ID TO DUS-DEPT-ID
               MOVE DAU-POOL-ID TO DUS-POOL-ID
               MOVE WS-TODAY-YYYYMMDD TO DUS-USAGE-DATE
               READ DUS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DUS-QUANTITY-USED IS NUMERIC
                           MOVE DUS-QUANTITY-USED TO L-USED
                       END-IF
               END-READ
           END-IF
           MOVE DAU-CHANGED-DATE TO L-CHANGED-DATE
           MOVE DAU-CHANGED-BY TO L-CHANGED-BY
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
           MOVE DMT-ACTION TO D-ACTION
           MOVE DMT-DEPT-ID TO D-DEPT-ID
           MOVE DMT-POOL-ID TO D-POOL-ID
           MOVE DMT-MAX-PER-REQUEST TO D-MAX
           MOVE DMT-DAILY-QUOTA TO D-QUOTA
           MOVE DMT-REQUESTER-ID TO D-CHANGE-BY
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
           CLOSE DAU-FILE
           CLOSE CTL-FILE
           IF WS-DUS-OPEN = "Y"
               CLOSE DUS-FILE
           END-IF
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
