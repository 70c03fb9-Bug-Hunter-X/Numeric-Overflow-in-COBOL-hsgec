      *****************************************************
      *  PROGRAM-ID: ORDEXQ                                *
      *  Exception work queue.  Each night the desk gets   *
      *  five separate exception outputs - ORDRECON's      *
      *  RCNFILE, ORDAGING's ESCFILE, ORDCONED's CRJFILE,  *
      *  ORDNUM's REJFILE and the short or overdue         *
      *  transmissions ORDXACK leaves on XMTLOG - and none *
      *  of them remembers the night before.  This pass    *
      *  folds all five into the persistent queue EXQFILE: *
      *  an item seen for the first time is opened, one    *
      *  already queued has its last-seen date and night   *
      *  count moved on, and an open or assigned RCN, ESC  *
      *  or XMT item that has dropped out of its source is *
      *  auto-cleared.  CRJFILE and REJFILE are rewritten  *
      *  every night and never carry a reject a second     *
      *  night, fixed or not, so their items are never     *
      *  cleared by absence - only an ORDEXQMT RESOLVE     *
      *  closes them.  A source that is not there tonight  *
      *  is left alone - its items are neither refreshed   *
      *  nor cleared.                                      *
      *  The work-queue report (EQRFILE) then lists every  *
      *  item still open or assigned by owner, split into  *
      *  new (first seen tonight), recurring, and aged     *
      *  (open longer than WS-AGED-DAYS).  Assignment and  *
      *  resolution are keyed through ORDEXQMT.            *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDEXQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXQ-FILE ASSIGN TO "EXQFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXQ-KEY
               FILE STATUS IS WS-EXQ-STATUS.

           SELECT RCN-FILE ASSIGN TO "RCNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT ESC-FILE ASSIGN TO "ESCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESC-STATUS.

           SELECT CRJ-FILE ASSIGN TO "CRJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRJ-STATUS.

           SELECT REJ-FILE ASSIGN TO "REJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-STATUS.

           SELECT XMT-LOG-FILE ASSIGN TO "XMTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-LOG-STATUS.

           SELECT WRK-FILE ASSIGN TO "EXQWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRK-STATUS.

           SELECT SORTWK-EXQ ASSIGN TO "SORTWKQ".

           SELECT SRT-WRK-FILE ASSIGN TO "EXQSRTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-WRK-STATUS.

           SELECT RPT-FILE ASSIGN TO "EQRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXQ-FILE.
           COPY EXQREC.

      *    RCNFILE is ORDRECON's printed exception report.  Only its
      *    detail lines are items; they are told apart from the
      *    headings and footers by the EXCEPTION column holding one
      *    of ORDRECON's exception statuses.  This layout must stay
      *    in step with WS-RPT-DETAIL in ORDRECON.
       FD  RCN-FILE.
       01  RCN-LINE                    PIC X(132).
       01  RCN-DETAIL.
           05  FILLER                  PIC X(1).
           05  RCN-POOL-ID             PIC X(10).
           05  FILLER                  PIC X(4).
           05  RCN-NUMBER              PIC X(10).
           05  FILLER                  PIC X(4).
           05  RCN-AUD-COUNT           PIC X(3).
           05  FILLER                  PIC X(11).
           05  RCN-CON-COUNT           PIC X(3).
           05  FILLER                  PIC X(11).
           05  RCN-STATUS              PIC X(11).
           05  FILLER                  PIC X(4).
           05  RCN-CONSUMER-ID         PIC X(10).
           05  FILLER                  PIC X(2).
           05  RCN-CONSUMER-NAME       PIC X(30).
           05  FILLER                  PIC X(18).

       FD  ESC-FILE.
           COPY ESCREC.

       FD  CRJ-FILE.
           COPY CRJREC.

       FD  REJ-FILE.
           COPY REJREC.

       FD  XMT-LOG-FILE.
           COPY XMTREC.

       FD  WRK-FILE.
       01  WQ-RECORD.
           05  WQ-OWNER                PIC X(8).
           05  FILLER                  PIC X(1).
           05  WQ-CATEGORY             PIC X(1).
           05  FILLER                  PIC X(1).
           05  WQ-SOURCE               PIC X(3).
           05  FILLER                  PIC X(1).
           05  WQ-ITEM-KEY             PIC X(30).
           05  FILLER                  PIC X(1).
           05  WQ-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(1).
           05  WQ-FIRST-SEEN           PIC X(10).
           05  FILLER                  PIC X(1).
           05  WQ-DAYS-OPEN            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  WQ-SEEN-COUNT           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  WQ-STATUS               PIC X(1).
           05  FILLER                  PIC X(1).
           05  WQ-NOTE                 PIC X(40).

       SD  SORTWK-EXQ.
       01  SQ-RECORD.
           05  SQ-OWNER                PIC X(8).
           05  FILLER                  PIC X(1).
           05  SQ-CATEGORY             PIC X(1).
           05  FILLER                  PIC X(1).
           05  SQ-SOURCE               PIC X(3).
           05  FILLER                  PIC X(1).
           05  SQ-ITEM-KEY             PIC X(30).
           05  FILLER                  PIC X(1).
           05  SQ-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(1).
           05  SQ-FIRST-SEEN           PIC X(10).
           05  FILLER                  PIC X(1).
           05  SQ-DAYS-OPEN            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SQ-SEEN-COUNT           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SQ-STATUS               PIC X(1).
           05  FILLER                  PIC X(1).
           05  SQ-NOTE                 PIC X(40).

       FD  SRT-WRK-FILE.
       01  GQ-RECORD.
           05  GQ-OWNER                PIC X(8).
           05  FILLER                  PIC X(1).
           05  GQ-CATEGORY             PIC X(1).
           05  FILLER                  PIC X(1).
           05  GQ-SOURCE               PIC X(3).
           05  FILLER                  PIC X(1).
           05  GQ-ITEM-KEY             PIC X(30).
           05  FILLER                  PIC X(1).
           05  GQ-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(1).
           05  GQ-FIRST-SEEN           PIC X(10).
           05  FILLER                  PIC X(1).
           05  GQ-DAYS-OPEN            PIC 9(5).
           05  FILLER                  PIC X(1).
           05  GQ-SEEN-COUNT           PIC 9(5).
           05  FILLER                  PIC X(1).
           05  GQ-STATUS               PIC X(1).
           05  FILLER                  PIC X(1).
           05  GQ-NOTE                 PIC X(40).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-EXQ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-EXQ-EOF              PIC X(1)   VALUE "N".
           05  WS-RCN-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RCN-EOF              PIC X(1)   VALUE "N".
           05  WS-ESC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ESC-EOF              PIC X(1)   VALUE "N".
           05  WS-CRJ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CRJ-EOF              PIC X(1)   VALUE "N".
           05  WS-REJ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-REJ-EOF              PIC X(1)   VALUE "N".
           05  WS-XMT-LOG-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-XMT-LOG-EOF          PIC X(1)   VALUE "N".
           05  WS-WRK-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-SRT-WRK-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SRT-WRK-EOF          PIC X(1)   VALUE "N".
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

      *    One switch per standing source - "Y" once the source
      *    was read to its end tonight.  Only those sources' items
      *    may be auto-cleared; a missing file says nothing about
      *    whether its exceptions went away.  The two reject files
      *    have no switch: they are never evidence of absence.
       01  WS-SOURCE-SWITCHES.
           05  WS-RCN-READ             PIC X(1)   VALUE "N".
           05  WS-ESC-READ             PIC X(1)   VALUE "N".
           05  WS-XMT-READ             PIC X(1)   VALUE "N".
           05  WS-SOURCE-WAS-READ      PIC X(1)   VALUE "N".

       01  WS-ITEM-FIELDS.
           05  WS-ITEM-SOURCE          PIC X(3)   VALUE SPACES.
           05  WS-ITEM-KEY             PIC X(30)  VALUE SPACES.
           05  WS-ITEM-DESCRIPTION     PIC X(30)  VALUE SPACES.
           05  WS-EDIT-DAYS            PIC 9(5)   VALUE 0.
           05  WS-EDIT-COUNT           PIC 9(7)   VALUE 0.

       01  WS-AGE-FIELDS.
           05  WS-AGED-DAYS            PIC 9(3)   VALUE 007.
           05  WS-DAYS-OPEN            PIC S9(5)  VALUE 0.
           05  WS-SEEN-YYYYMMDD        PIC 9(8)   VALUE 0.
           05  WS-SEEN-DAY-INT         PIC 9(7)   VALUE 0.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)   VALUE 0.
           05  WS-TODAY-DAY-INT        PIC 9(7)   VALUE 0.

       01  WS-QUEUE-TOTALS.
           05  WS-REOPENED-COUNT       PIC 9(5)   VALUE 0.
           05  WS-CLEARED-COUNT        PIC 9(5)   VALUE 0.
           05  WS-NEW-COUNT            PIC 9(5)   VALUE 0.
           05  WS-RECURRING-COUNT      PIC 9(5)   VALUE 0.
           05  WS-AGED-COUNT           PIC 9(5)   VALUE 0.
           05  WS-SOURCES-MISSING      PIC 9(1)   VALUE 0.

       01  WS-OWNER-FIELDS.
           05  WS-CURRENT-OWNER        PIC X(8)   VALUE SPACES.
           05  WS-OWNER-STARTED        PIC X(1)   VALUE "N".
           05  WS-OWNER-NEW            PIC 9(5)   VALUE 0.
           05  WS-OWNER-RECURRING      PIC 9(5)   VALUE 0.
           05  WS-OWNER-AGED           PIC 9(5)   VALUE 0.

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
               "EXCEPTION WORK QUEUE".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE "CATEGORY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "SRC".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "ITEM KEY".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "DESCRIPTION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "FIRST SEEN".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(5)   VALUE " DAYS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "NIGHTS".
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "STATUS".

       01  WS-RPT-OWNER-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(7)   VALUE "OWNER: ".
           05  O-OWNER                 PIC X(12)  VALUE SPACES.

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-CATEGORY              PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SOURCE                PIC X(3)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-ITEM-KEY              PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-DESCRIPTION           PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-FIRST-SEEN            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-DAYS-OPEN             PIC ZZZZ9  VALUE ZERO.
           05  FILLER                  PIC X(3)   VALUE SPACES.
           05  D-SEEN-COUNT            PIC ZZZZ9  VALUE ZERO.
           05  FILLER                  PIC X(1)   VALUE SPACES.
           05  D-STATUS                PIC X(8)   VALUE SPACES.

       01  WS-RPT-NOTE-LINE.
           05  FILLER                  PIC X(17)  VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "NOTE: ".
           05  N-NOTE                  PIC X(40)  VALUE SPACES.

       01  WS-RPT-OWNER-TOTAL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(17)  VALUE
               "  OWNER TOTAL -  ".
           05  FILLER                  PIC X(5)   VALUE "NEW: ".
           05  OT-NEW                  PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(13)  VALUE
               "  RECURRING: ".
           05  OT-RECURRING            PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(8)   VALUE "  AGED: ".
           05  OT-AGED                 PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(25)  VALUE
               "NEW ITEMS:               ".
           05  F-NEW                   PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(25)  VALUE
               "RECURRING ITEMS:         ".
           05  F-RECURRING             PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-3.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(18)  VALUE
               "AGED ITEMS (OVER ".
           05  F-AGED-DAYS             PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE "D): ".
           05  F-AGED                  PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-4.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(25)  VALUE
               "REOPENED TONIGHT:        ".
           05  F-REOPENED              PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-5.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(25)  VALUE
               "AUTO-CLEARED TONIGHT:    ".
           05  F-CLEARED               PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-6.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(25)  VALUE
               "SOURCES NOT READ:        ".
           05  F-SOURCES-MISSING       PIC ZZ,ZZ9 VALUE ZERO.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-SOURCES
           PERFORM 3000-CLEAR-AND-EXTRACT
           PERFORM 4000-PRINT-WORK-QUEUE
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
           COMPUTE WS-TODAY-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           OPEN OUTPUT RPT-FILE
      *    The first night creates the queue empty; any other open
      *    failure would lose the desk's assignments, so it is fatal.
           OPEN I-O EXQ-FILE
           IF WS-EXQ-STATUS NOT = "00"
               IF WS-EXQ-STATUS = "35"
                   OPEN OUTPUT EXQ-FILE
                   CLOSE EXQ-FILE
                   OPEN I-O EXQ-FILE
               ELSE
                   DISPLAY "FATAL: EXQFILE open failed - status "
                       WS-EXQ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-LOAD-SOURCES.
           PERFORM 2100-LOAD-RECONCILIATION
           PERFORM 2200-LOAD-ESCALATIONS
           PERFORM 2300-LOAD-CONSUMPTION-REJECTS
           PERFORM 2400-LOAD-TRANSACTION-REJECTS
           PERFORM 2500-LOAD-TRANSMISSIONS.

       2100-LOAD-RECONCILIATION.
           OPEN INPUT RCN-FILE
           IF WS-RCN-STATUS NOT = "00"
               DISPLAY "RCNFILE not available for the work queue - "
                       "status " WS-RCN-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 2120-RCN-LOOP UNTIL WS-RCN-EOF = "Y"
               CLOSE RCN-FILE
               MOVE "Y" TO WS-RCN-READ
           END-IF.

       2120-RCN-LOOP.
           READ RCN-FILE
               AT END
                   MOVE "Y" TO WS-RCN-EOF
               NOT AT END
                   IF RCN-STATUS = "ZERO-MATCH"
                           OR RCN-STATUS = "MULTI-MATCH"
                           OR RCN-STATUS = "UNKNOWN"
                           OR RCN-STATUS = "VOID-CONS"
                       MOVE "RCN" TO WS-ITEM-SOURCE
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE RCN-POOL-ID TO WS-ITEM-KEY(1:10)
                       MOVE RCN-NUMBER TO WS-ITEM-KEY(11:10)
                       MOVE SPACES TO WS-ITEM-DESCRIPTION
                       MOVE RCN-STATUS TO WS-ITEM-DESCRIPTION(1:11)
                       MOVE RCN-CONSUMER-ID
                           TO WS-ITEM-DESCRIPTION(13:10)
                       PERFORM 2900-POST-ITEM
                   END-IF
           END-READ.

       2200-LOAD-ESCALATIONS.
           OPEN INPUT ESC-FILE
           IF WS-ESC-STATUS NOT = "00"
               DISPLAY "ESCFILE not available for the work queue - "
                       "status " WS-ESC-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 2220-ESC-LOOP UNTIL WS-ESC-EOF = "Y"
               CLOSE ESC-FILE
               MOVE "Y" TO WS-ESC-READ
           END-IF.

       2220-ESC-LOOP.
      *    The days-out figure moves on every night, so it lives in
      *    the description, which is refreshed, not in the key.
           READ ESC-FILE
               AT END
                   MOVE "Y" TO WS-ESC-EOF
               NOT AT END
                   MOVE "ESC" TO WS-ITEM-SOURCE
                   MOVE SPACES TO WS-ITEM-KEY
                   MOVE ESC-POOL-ID TO WS-ITEM-KEY(1:10)
                   MOVE ESC-ISSUED-NUMBER TO WS-ITEM-KEY(11:7)
                   MOVE SPACES TO WS-ITEM-DESCRIPTION
                   IF ESC-DAYS-OUT IS NUMERIC
                       MOVE ESC-DAYS-OUT TO WS-EDIT-DAYS
                   ELSE
                       MOVE 0 TO WS-EDIT-DAYS
                   END-IF
                   MOVE WS-EDIT-DAYS TO WS-ITEM-DESCRIPTION(1:5)
                   MOVE "DAYS OUT REQ" TO WS-ITEM-DESCRIPTION(7:12)
                   MOVE ESC-REQUEST-ID TO WS-ITEM-DESCRIPTION(20:10)
                   PERFORM 2900-POST-ITEM
           END-READ.

       2300-LOAD-CONSUMPTION-REJECTS.
           OPEN INPUT CRJ-FILE
           IF WS-CRJ-STATUS NOT = "00"
               DISPLAY "CRJFILE not available for the work queue - "
                       "status " WS-CRJ-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 2320-CRJ-LOOP UNTIL WS-CRJ-EOF = "Y"
               CLOSE CRJ-FILE
           END-IF.

       2320-CRJ-LOOP.
           READ CRJ-FILE
               AT END
                   MOVE "Y" TO WS-CRJ-EOF
               NOT AT END
                   MOVE "CRJ" TO WS-ITEM-SOURCE
                   MOVE SPACES TO WS-ITEM-KEY
                   MOVE CRJ-POOL-ID TO WS-ITEM-KEY(1:10)
                   MOVE CRJ-ISSUED-NUMBER TO WS-ITEM-KEY(11:7)
                   MOVE CRJ-CONSUMER-ID TO WS-ITEM-KEY(18:10)
                   MOVE CRJ-REASON-CODE TO WS-ITEM-KEY(28:2)
                   MOVE SPACES TO WS-ITEM-DESCRIPTION
                   MOVE CRJ-REASON-CODE TO WS-ITEM-DESCRIPTION(1:2)
                   MOVE CRJ-REASON-TEXT TO WS-ITEM-DESCRIPTION(4:25)
                   PERFORM 2900-POST-ITEM
           END-READ.

       2400-LOAD-TRANSACTION-REJECTS.
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS NOT = "00"
               DISPLAY "REJFILE not available for the work queue - "
                       "status " WS-REJ-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 2420-REJ-LOOP UNTIL WS-REJ-EOF = "Y"
               CLOSE REJ-FILE
           END-IF.

       2420-REJ-LOOP.
           READ REJ-FILE
               AT END
                   MOVE "Y" TO WS-REJ-EOF
               NOT AT END
                   MOVE "REJ" TO WS-ITEM-SOURCE
                   MOVE SPACES TO WS-ITEM-KEY
                   MOVE REJ-REQUEST-ID TO WS-ITEM-KEY(1:10)
                   MOVE REJ-POOL-ID TO WS-ITEM-KEY(11:10)
                   MOVE REJ-TRANS-TYPE TO WS-ITEM-KEY(21:1)
                   MOVE REJ-REASON-CODE TO WS-ITEM-KEY(22:2)
                   MOVE SPACES TO WS-ITEM-DESCRIPTION
                   MOVE REJ-REASON-CODE TO WS-ITEM-DESCRIPTION(1:2)
                   MOVE REJ-REASON-TEXT TO WS-ITEM-DESCRIPTION(4:25)
                   PERFORM 2900-POST-ITEM
           END-READ.

       2500-LOAD-TRANSMISSIONS.
           OPEN INPUT XMT-LOG-FILE
           IF WS-XMT-LOG-STATUS NOT = "00"
               DISPLAY "XMTLOG not available for the work queue - "
                       "status " WS-XMT-LOG-STATUS
               ADD 1 TO WS-SOURCES-MISSING
           ELSE
               PERFORM 2520-XMT-LOOP UNTIL WS-XMT-LOG-EOF = "Y"
               CLOSE XMT-LOG-FILE
               MOVE "Y" TO WS-XMT-READ
           END-IF.

       2520-XMT-LOOP.
      *    A short acknowledgment is an exception the night it comes
      *    back.  A pending one is only overdue once its cut night
      *    has passed - tonight's cut has not had the chance to be
      *    acknowledged yet.
           READ XMT-LOG-FILE
               AT END
                   MOVE "Y" TO WS-XMT-LOG-EOF
               NOT AT END
                   IF XMT-ACK-STATUS = "S"
                           OR (XMT-ACK-STATUS = "P"
                               AND XMT-CUT-DATE NOT = WS-RUN-DATE)
                       MOVE "XMT" TO WS-ITEM-SOURCE
                       MOVE SPACES TO WS-ITEM-KEY
                       MOVE XMT-TRANS-ID TO WS-ITEM-KEY(1:15)
                       MOVE XMT-SUBSCRIBER-ID TO WS-ITEM-KEY(16:8)
                       MOVE SPACES TO WS-ITEM-DESCRIPTION
                       IF XMT-ACK-STATUS = "S"
                           MOVE "SHORT" TO WS-ITEM-DESCRIPTION(1:5)
                           IF XMT-ACK-COUNT IS NUMERIC
                               MOVE XMT-ACK-COUNT TO WS-EDIT-COUNT
                           ELSE
                               MOVE 0 TO WS-EDIT-COUNT
                           END-IF
                           MOVE WS-EDIT-COUNT
                               TO WS-ITEM-DESCRIPTION(7:7)
                           MOVE "OF" TO WS-ITEM-DESCRIPTION(15:2)
                           IF XMT-ROW-COUNT IS NUMERIC
                               MOVE XMT-ROW-COUNT TO WS-EDIT-COUNT
                           ELSE
                               MOVE 0 TO WS-EDIT-COUNT
                           END-IF
                           MOVE WS-EDIT-COUNT
                               TO WS-ITEM-DESCRIPTION(18:7)
                       ELSE
                           MOVE "NOT ACKNOWLEDGED - CUT"
                               TO WS-ITEM-DESCRIPTION(1:22)
                       END-IF
                       PERFORM 2900-POST-ITEM
                   END-IF
           END-READ.

       2900-POST-ITEM.
           MOVE WS-ITEM-SOURCE TO EXQ-SOURCE
           MOVE WS-ITEM-KEY TO EXQ-ITEM-KEY
           READ EXQ-FILE
               INVALID KEY
                   PERFORM 2910-OPEN-ITEM
               NOT INVALID KEY
                   PERFORM 2920-REFRESH-ITEM
           END-READ.

       2910-OPEN-ITEM.
           MOVE SPACES TO EXQ-RECORD
           MOVE WS-ITEM-SOURCE TO EXQ-SOURCE
           MOVE WS-ITEM-KEY TO EXQ-ITEM-KEY
           MOVE WS-ITEM-DESCRIPTION TO EXQ-DESCRIPTION
           MOVE WS-RUN-DATE TO EXQ-FIRST-SEEN
           MOVE WS-RUN-DATE TO EXQ-LAST-SEEN
           MOVE 1 TO EXQ-SEEN-COUNT
           MOVE "O" TO EXQ-STATUS
           MOVE WS-RUN-DATE TO EXQ-STATUS-DATE
           MOVE "ORDEXQ" TO EXQ-CHANGED-BY
           WRITE EXQ-RECORD
           IF WS-EXQ-STATUS NOT = "00"
               DISPLAY "FATAL: EXQFILE write failed - status "
                   WS-EXQ-STATUS " item " EXQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2920-REFRESH-ITEM.
      *    The same key twice in one night (two identical rejects,
      *    or a rerun) counts as one night seen.  A cleared item
      *    that is back reopens to whoever last owned it; a
      *    resolved one stays resolved - the desk has already
      *    answered for it.
           IF EXQ-LAST-SEEN NOT = WS-RUN-DATE
               ADD 1 TO EXQ-SEEN-COUNT
                   ON SIZE ERROR
                       CONTINUE
               END-ADD
               MOVE WS-RUN-DATE TO EXQ-LAST-SEEN
           END-IF
           MOVE WS-ITEM-DESCRIPTION TO EXQ-DESCRIPTION
           IF EXQ-STATUS = "C"
               IF EXQ-OWNER = SPACES
                   MOVE "O" TO EXQ-STATUS
               ELSE
                   MOVE "A" TO EXQ-STATUS
               END-IF
               MOVE WS-RUN-DATE TO EXQ-STATUS-DATE
               MOVE "ORDEXQ" TO EXQ-CHANGED-BY
               ADD 1 TO WS-REOPENED-COUNT
           END-IF
           REWRITE EXQ-RECORD
           IF WS-EXQ-STATUS NOT = "00"
               DISPLAY "FATAL: EXQFILE rewrite failed - status "
                   WS-EXQ-STATUS " item " EXQ-KEY
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       3000-CLEAR-AND-EXTRACT.
           OPEN OUTPUT WRK-FILE
           MOVE LOW-VALUES TO EXQ-KEY
           START EXQ-FILE KEY NOT < EXQ-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EXQ-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-EXQ-EOF
           END-START
           PERFORM 3020-QUEUE-LOOP UNTIL WS-EXQ-EOF = "Y"
           CLOSE WRK-FILE.

       3020-QUEUE-LOOP.
           READ EXQ-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EXQ-EOF
               NOT AT END
                   IF EXQ-STATUS = "O" OR EXQ-STATUS = "A"
                       PERFORM 3100-CLEAR-IF-GONE
                   END-IF
                   IF EXQ-STATUS = "O" OR EXQ-STATUS = "A"
                       PERFORM 3200-EXTRACT-ITEM
                   END-IF
           END-READ.

       3100-CLEAR-IF-GONE.
           EVALUATE EXQ-SOURCE
               WHEN "RCN"
                   MOVE WS-RCN-READ TO WS-SOURCE-WAS-READ
               WHEN "ESC"
                   MOVE WS-ESC-READ TO WS-SOURCE-WAS-READ
      *    A reject is on CRJFILE or REJFILE the night it
      *    happens and never again - ORDCONED and ORDNUM start
      *    both files fresh - so its absence proves nothing and
      *    it stays queued until the desk resolves it.
               WHEN "CRJ"
               WHEN "REJ"
                   MOVE "N" TO WS-SOURCE-WAS-READ
               WHEN "XMT"
                   MOVE WS-XMT-READ TO WS-SOURCE-WAS-READ
               WHEN OTHER
                   MOVE "N" TO WS-SOURCE-WAS-READ
           END-EVALUATE
           IF WS-SOURCE-WAS-READ = "Y"
                   AND EXQ-LAST-SEEN NOT = WS-RUN-DATE
               MOVE "C" TO EXQ-STATUS
               MOVE WS-RUN-DATE TO EXQ-STATUS-DATE
               MOVE "ORDEXQ" TO EXQ-CHANGED-BY
               REWRITE EXQ-RECORD
               IF WS-EXQ-STATUS NOT = "00"
                   DISPLAY "FATAL: EXQFILE rewrite failed - status "
                       WS-EXQ-STATUS " item " EXQ-KEY
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CLEARED-COUNT
           END-IF.

       3200-EXTRACT-ITEM.
           PERFORM 3250-COMPUTE-DAYS-OPEN
           MOVE SPACES TO WQ-RECORD
           MOVE EXQ-OWNER TO WQ-OWNER
      *    Category sorts the owner's items new, recurring, aged.
           EVALUATE TRUE
               WHEN EXQ-FIRST-SEEN = WS-RUN-DATE
                   MOVE "1" TO WQ-CATEGORY
               WHEN WS-DAYS-OPEN > WS-AGED-DAYS
                   MOVE "3" TO WQ-CATEGORY
               WHEN OTHER
                   MOVE "2" TO WQ-CATEGORY
           END-EVALUATE
           MOVE EXQ-SOURCE TO WQ-SOURCE
           MOVE EXQ-ITEM-KEY TO WQ-ITEM-KEY
           MOVE EXQ-DESCRIPTION TO WQ-DESCRIPTION
           MOVE EXQ-FIRST-SEEN TO WQ-FIRST-SEEN
           MOVE WS-DAYS-OPEN TO WQ-DAYS-OPEN
           MOVE EXQ-SEEN-COUNT TO WQ-SEEN-COUNT
           MOVE EXQ-STATUS TO WQ-STATUS
           MOVE EXQ-NOTE TO WQ-NOTE
           WRITE WQ-RECORD.

       3250-COMPUTE-DAYS-OPEN.
      *    First-seen is written by this program, so a bad date
      *    means a damaged row - it ages as zero days rather than
      *    being reported as aged on bad data.
           MOVE 0 TO WS-DAYS-OPEN
           IF EXQ-FIRST-SEEN(1:2) IS NUMERIC
                   AND EXQ-FIRST-SEEN(4:2) IS NUMERIC
                   AND EXQ-FIRST-SEEN(7:4) IS NUMERIC
               MOVE EXQ-FIRST-SEEN(7:4) TO WS-SEEN-YYYYMMDD(1:4)
               MOVE EXQ-FIRST-SEEN(1:2) TO WS-SEEN-YYYYMMDD(5:2)
               MOVE EXQ-FIRST-SEEN(4:2) TO WS-SEEN-YYYYMMDD(7:2)
               IF WS-SEEN-YYYYMMDD(5:2) >= "01"
                       AND WS-SEEN-YYYYMMDD(5:2) <= "12"
                       AND WS-SEEN-YYYYMMDD(7:2) >= "01"
                       AND WS-SEEN-YYYYMMDD(7:2) <= "31"
                   COMPUTE WS-SEEN-DAY-INT =
                       FUNCTION INTEGER-OF-DATE(WS-SEEN-YYYYMMDD)
                   IF WS-SEEN-DAY-INT > 0
                       COMPUTE WS-DAYS-OPEN =
                           WS-TODAY-DAY-INT - WS-SEEN-DAY-INT
                       IF WS-DAYS-OPEN < 0
                           MOVE 0 TO WS-DAYS-OPEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

       4000-PRINT-WORK-QUEUE.
      *    Unassigned items (blank owner) sort first, so the desk
      *    sees what nobody has picked up before anything else.
           SORT SORTWK-EXQ ON ASCENDING KEY SQ-OWNER
                                            SQ-CATEGORY
                                            SQ-SOURCE
                                            SQ-ITEM-KEY
               USING WRK-FILE
               GIVING SRT-WRK-FILE
           OPEN INPUT SRT-WRK-FILE
           IF WS-SRT-WRK-STATUS NOT = "00"
               DISPLAY "Sorted work file not available - status "
                       WS-SRT-WRK-STATUS
           ELSE
               PERFORM 4020-PRINT-LOOP UNTIL WS-SRT-WRK-EOF = "Y"
               CLOSE SRT-WRK-FILE
               IF WS-OWNER-STARTED = "Y"
                   PERFORM 5300-WRITE-OWNER-TOTAL
               END-IF
           END-IF.

       4020-PRINT-LOOP.
           READ SRT-WRK-FILE
               AT END
                   MOVE "Y" TO WS-SRT-WRK-EOF
               NOT AT END
                   IF WS-OWNER-STARTED = "N"
                           OR GQ-OWNER NOT = WS-CURRENT-OWNER
                       IF WS-OWNER-STARTED = "Y"
                           PERFORM 5300-WRITE-OWNER-TOTAL
                       END-IF
                       MOVE GQ-OWNER TO WS-CURRENT-OWNER
                       MOVE "Y" TO WS-OWNER-STARTED
                       PERFORM 5200-WRITE-OWNER-LINE
                   END-IF
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-READ.

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
           EVALUATE GQ-CATEGORY
               WHEN "1"
                   MOVE "NEW" TO D-CATEGORY
                   ADD 1 TO WS-OWNER-NEW
                   ADD 1 TO WS-NEW-COUNT
               WHEN "3"
                   MOVE "AGED" TO D-CATEGORY
                   ADD 1 TO WS-OWNER-AGED
                   ADD 1 TO WS-AGED-COUNT
               WHEN OTHER
                   MOVE "RECURRING" TO D-CATEGORY
                   ADD 1 TO WS-OWNER-RECURRING
                   ADD 1 TO WS-RECURRING-COUNT
           END-EVALUATE
           MOVE GQ-SOURCE TO D-SOURCE
           MOVE GQ-ITEM-KEY TO D-ITEM-KEY
           MOVE GQ-DESCRIPTION TO D-DESCRIPTION
           MOVE GQ-FIRST-SEEN TO D-FIRST-SEEN
           MOVE GQ-DAYS-OPEN TO D-DAYS-OPEN
           MOVE GQ-SEEN-COUNT TO D-SEEN-COUNT
           IF GQ-STATUS = "A"
               MOVE "ASSIGNED" TO D-STATUS
           ELSE
               MOVE "OPEN" TO D-STATUS
           END-IF
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF GQ-NOTE NOT = SPACES
               MOVE GQ-NOTE TO N-NOTE
               WRITE RPT-LINE FROM WS-RPT-NOTE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       5200-WRITE-OWNER-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           IF WS-CURRENT-OWNER = SPACES
               MOVE "(UNASSIGNED)" TO O-OWNER
           ELSE
               MOVE WS-CURRENT-OWNER TO O-OWNER
           END-IF
           WRITE RPT-LINE FROM WS-RPT-OWNER-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 0 TO WS-OWNER-NEW
           MOVE 0 TO WS-OWNER-RECURRING
           MOVE 0 TO WS-OWNER-AGED.

       5300-WRITE-OWNER-TOTAL.
           MOVE WS-OWNER-NEW TO OT-NEW
           MOVE WS-OWNER-RECURRING TO OT-RECURRING
           MOVE WS-OWNER-AGED TO OT-AGED
           WRITE RPT-LINE FROM WS-RPT-OWNER-TOTAL AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-NEW-COUNT TO F-NEW
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES
           MOVE WS-RECURRING-COUNT TO F-RECURRING
           WRITE RPT-LINE FROM WS-RPT-FOOTER-2 AFTER ADVANCING 1 LINE
           MOVE WS-AGED-DAYS TO F-AGED-DAYS
           MOVE WS-AGED-COUNT TO F-AGED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-3 AFTER ADVANCING 1 LINE
           MOVE WS-REOPENED-COUNT TO F-REOPENED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-4 AFTER ADVANCING 1 LINE
           MOVE WS-CLEARED-COUNT TO F-CLEARED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-5 AFTER ADVANCING 1 LINE
           MOVE WS-SOURCES-MISSING TO F-SOURCES-MISSING
           WRITE RPT-LINE FROM WS-RPT-FOOTER-6 AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           CLOSE EXQ-FILE.
