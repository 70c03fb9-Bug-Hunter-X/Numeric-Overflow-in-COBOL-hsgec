      *****************************************************
      *  PROGRAM-ID: ORDEXQMT                              *
      *  Exception work queue maintenance.  The only       *
      *  supported way for the desk to assign a queued     *
      *  exception to an owner, resolve it with a note     *
      *  saying what was done, or change its note.  Items  *
      *  are opened, and RCN/ESC/XMT items auto-cleared,   *
      *  by the nightly ORDEXQ pass only - CRJ and REJ     *
      *  items close only through RESOLVE here.  This      *
      *  program never creates or deletes one, and a       *
      *  cleared or resolved item cannot be reassigned.    *
      *  Reads keyed transactions from EQTFILE and prints  *
      *  an action-by-action report to EQMFILE, the way    *
      *  ORDCSMNT maintains the consumer master.           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEXQMT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXQ-FILE ASSIGN TO "EXQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS WS-EXQ-STATUS.

           SELECT EQT-FILE ASSIGN TO "EQTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EQT-STATUS.

           SELECT RPT-FILE ASSIGN TO "EQMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXQ-FILE.
           COPY EXQREC.

       FD  EQT-FILE.
           COPY EQTREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-EXQ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-EXQ-EOF              PIC X(1)   VALUE "N".
           05  WS-EQT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-EQT-EOF              PIC X(1)   VALUE "N".
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-APPLIED              PIC 9      VALUE 0.

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
               "EXCEPTION QUEUE MAINTENANCE".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "SRC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "ITEM KEY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OWNER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SOURCE                PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-ITEM-KEY              PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-OWNER                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-CHANGE-BY             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-RESULT                PIC X(30)  VALUE SPACES.

       01  WS-LST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(3)   VALUE "SRC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "ITEM KEY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "STATUS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "OWNER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "FIRST SEEN".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "LAST SEEN".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(40)  VALUE "NOTE".

       01  WS-LST-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  L-SOURCE                PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-ITEM-KEY              PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-STATUS                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-OWNER                 PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-FIRST-SEEN            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-LAST-SEEN             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  L-NOTE                  PIC X(40)  VALUE SPACES.

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
               "TOTAL ITEMS LISTED: ".
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
      *    The queue is created by the nightly ORDEXQ pass; with no
      *    queue there is nothing to assign or resolve.
           OPEN I-O EXQ-FILE
           IF WS-EXQ-STATUS NOT = "00"
               DISPLAY "FATAL: EXQFILE open failed - status "
                   WS-EXQ-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT EQT-FILE
           IF WS-EQT-STATUS NOT = "00"
               DISPLAY "EQTFILE not available for maintenance - "
                       "status " WS-EQT-STATUS
           ELSE
               PERFORM 2020-TRANS-LOOP UNTIL WS-EQT-EOF = "Y"
               CLOSE EQT-FILE
           END-IF.

       2020-TRANS-LOOP.
           READ EQT-FILE
               AT END
                   MOVE "Y" TO WS-EQT-EOF
               NOT AT END
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 0 TO WS-APPLIED
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN EQT-ACTION = "LIST"
                   PERFORM 3000-LIST-OPEN-ITEMS
               WHEN EQT-REQUESTER-ID = SPACES
                   MOVE "REJECTED - NO REQUESTER ID" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE EQT-SOURCE TO EXQ-SOURCE
                   MOVE EQT-ITEM-KEY TO EXQ-ITEM-KEY
                   READ EXQ-FILE
                       INVALID KEY
                           MOVE "REJECTED - ITEM NOT ON QUEUE"
                               TO WS-RESULT-TEXT
                       NOT INVALID KEY
                           PERFORM 2200-EDIT-AND-APPLY
                   END-READ
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-EVALUATE.

       2200-EDIT-AND-APPLY.
           EVALUATE EQT-ACTION
               WHEN "ASSIGN"
                   PERFORM 2300-ASSIGN-ITEM
               WHEN "RESOLVE"
                   PERFORM 2400-RESOLVE-ITEM
               WHEN "NOTE"
                   PERFORM 2500-NOTE-ITEM
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       2300-ASSIGN-ITEM.
           EVALUATE TRUE
               WHEN EXQ-STATUS NOT = "O" AND EXQ-STATUS NOT = "A"
                   MOVE "REJECTED - ITEM IS CLOSED" TO WS-RESULT-TEXT
               WHEN EQT-OWNER = SPACES
                   MOVE "REJECTED - NO OWNER GIVEN" TO WS-RESULT-TEXT
               WHEN OTHER
                   MOVE EQT-OWNER TO EXQ-OWNER
                   MOVE "A" TO EXQ-STATUS
                   IF EQT-NOTE NOT = SPACES
                       MOVE EQT-NOTE TO EXQ-NOTE
                   END-IF
                   PERFORM 2800-REWRITE-ITEM
                   MOVE "ASSIGNED" TO WS-RESULT-TEXT
           END-EVALUATE.

       2400-RESOLVE-ITEM.
      *    An unassigned item resolved directly is owned by whoever
      *    resolved it, so the closed item still names a person.
           EVALUATE TRUE
               WHEN EXQ-STATUS NOT = "O" AND EXQ-STATUS NOT = "A"
                   MOVE "REJECTED - ITEM IS CLOSED" TO WS-RESULT-TEXT
               WHEN EQT-NOTE = SPACES
                   MOVE "REJECTED - NOTE REQUIRED" TO WS-RESULT-TEXT
               WHEN OTHER
                   IF EXQ-OWNER = SPACES
                       MOVE EQT-REQUESTER-ID TO EXQ-OWNER
                   END-IF
                   MOVE "R" TO EXQ-STATUS
                   MOVE EQT-NOTE TO EXQ-NOTE
                   PERFORM 2800-REWRITE-ITEM
                   MOVE "RESOLVED" TO WS-RESULT-TEXT
           END-EVALUATE.

       2500-NOTE-ITEM.
           IF EQT-NOTE = SPACES
               MOVE "REJECTED - NOTE REQUIRED" TO WS-RESULT-TEXT
           ELSE
               MOVE EQT-NOTE TO EXQ-NOTE
               PERFORM 2800-REWRITE-ITEM
               MOVE "NOTE CHANGED" TO WS-RESULT-TEXT
           END-IF.

       2800-REWRITE-ITEM.
           MOVE WS-RUN-DATE TO EXQ-STATUS-DATE
           MOVE EQT-REQUESTER-ID TO EXQ-CHANGED-BY
           REWRITE EXQ-RECORD
           IF WS-EXQ-STATUS NOT = "00"
               DISPLAY "FATAL: EXQFILE rewrite failed - status "
                   WS-EXQ-STATUS " item " EXQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WS-APPLIED.

       3000-LIST-OPEN-ITEMS.
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
           MOVE LOW-VALUES TO EXQ-KEY
           START EXQ-FILE KEY NOT < EXQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXQ-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EXQ-EOF
           END-START
           PERFORM 3100-LIST-NEXT-ITEM UNTIL WS-EXQ-EOF = "Y"
      *    Restore the maintenance column headings for any keyed
      *    actions that follow the listing.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       3100-LIST-NEXT-ITEM.
           READ EXQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXQ-EOF
               NOT AT END
                   IF EXQ-STATUS = "O" OR EXQ-STATUS = "A"
                       PERFORM 3200-WRITE-LIST-LINE
                       ADD 1 TO WS-LISTED-COUNT
                   END-IF
           END-READ.

       3200-WRITE-LIST-LINE.
           MOVE SPACES TO WS-LST-DETAIL
           MOVE EXQ-SOURCE TO L-SOURCE
           MOVE EXQ-ITEM-KEY TO L-ITEM-KEY
           IF EXQ-STATUS = "A"
               MOVE "ASSIGNED" TO L-STATUS
           ELSE
               MOVE "OPEN" TO L-STATUS
           END-IF
           MOVE EXQ-OWNER TO L-OWNER
           MOVE EXQ-FIRST-SEEN TO L-FIRST-SEEN
           MOVE EXQ-LAST-SEEN TO L-LAST-SEEN
           MOVE EXQ-NOTE TO L-NOTE
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
           MOVE EQT-ACTION TO D-ACTION
           MOVE EQT-SOURCE TO D-SOURCE
           MOVE EQT-ITEM-KEY TO D-ITEM-KEY
           MOVE EQT-OWNER TO D-OWNER
           MOVE EQT-REQUESTER-ID TO D-CHANGE-BY
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
           CLOSE EXQ-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
