      *****************************************************
      *  PROGRAM-ID: ORDCSMNT                              *
      *  Consumer master maintenance.  The only supported  *
      *  way to register a downstream consumer, rename it, *
      *  authorize or withdraw it for a pool, suspend or   *
      *  resume it, and to list every consumer with the    *
      *  pools it may consume from.  ORDCONED edits every  *
      *  CONFILE row against this master - an unknown,     *
      *  suspended or unauthorized consumer/pool pair goes *
      *  to CRJFILE instead of reconciling as a normal     *
      *  consumption - and ORDRECON prints the consumer    *
      *  name on its exception lines.                      *
      *  Reads keyed transactions from CMTFILE and prints  *
      *  an action-by-action report to CMRFILE, the way    *
      *  ORDPMNT maintains the control file.               *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDCSMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSM-FILE ASSIGN TO "CSMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSM-CONSUMER-ID
               FILE STATUS IS WS-CSM-STATUS.

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CMT-FILE ASSIGN TO "CMTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMT-STATUS.

           SELECT RPT-FILE ASSIGN TO "CMRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CSM-FILE.
           COPY CSMREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  CMT-FILE.
           COPY CMTREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-CSM-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CSM-EOF              PIC X(1)   VALUE "N".
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CMT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CMT-EOF              PIC X(1)   VALUE "N".
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-APPLIED              PIC 9      VALUE 0.
           05  WS-POOL-SLOT            PIC 9(3)   VALUE 0    COMP.
           05  WS-POOL-IX              PIC 9(3)   VALUE 0    COMP.
           05  WS-POOL-MAX             PIC 9(3)   VALUE 20   COMP.
           05  WS-LIST-IX              PIC 9(3)   VALUE 0    COMP.
           05  WS-LIST-COL             PIC 9(3)   VALUE 0    COMP.

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
               "CONSUMER MAINTENANCE REPORT".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CONSUMER".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "NAME".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CONSUMER-ID           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CONSUMER-NAME         PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CHANGE-BY             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-RESULT                PIC X(30)  VALUE SPACES.

       01  WS-LST-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "CONSUMER".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "NAME".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "STATUS".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE
               "AUTHORIZED POOLS".

      *    Six pools to a line - a consumer with more carries on
      *    under itself with the id, name and status left blank.
       01  WS-LST-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  L-CONSUMER-ID           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-CONSUMER-NAME         PIC X(30)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-STATUS                PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-POOL-GROUP            OCCURS 6 TIMES.
               10  L-POOL-ID           PIC X(10).
               10  FILLER              PIC X(1).

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
               "TOTAL CONSUMERS LISTED: ".
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
      *    This program is what first populates the consumer
      *    master, so "35 = missing" creates it empty; anything
      *    else is fatal, the registry rule ORDNUM applies.
           OPEN I-O CSM-FILE
           IF WS-CSM-STATUS NOT = "00"
               IF WS-CSM-STATUS = "35"
                   OPEN OUTPUT CSM-FILE
                   CLOSE CSM-FILE
                   OPEN I-O CSM-FILE
               ELSE
                   DISPLAY "FATAL: CSMFILE open failed - status "
                       WS-CSM-STATUS
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
           END-IF.

       2000-PROCESS-TRANSACTIONS.
           OPEN INPUT CMT-FILE
           IF WS-CMT-STATUS NOT = "00"
               DISPLAY "CMTFILE not available for maintenance - "
                       "status " WS-CMT-STATUS
           ELSE
               PERFORM 2020-TRANS-LOOP UNTIL WS-CMT-EOF = "Y"
               CLOSE CMT-FILE
           END-IF.

       2020-TRANS-LOOP.
           READ CMT-FILE
               AT END
                   MOVE "Y" TO WS-CMT-EOF
               NOT AT END
                   PERFORM 2100-APPLY-TRANSACTION
           END-READ.

       2100-APPLY-TRANSACTION.
           MOVE 0 TO WS-APPLIED
           MOVE SPACES TO WS-RESULT-TEXT
           EVALUATE TRUE
               WHEN CMT-ACTION = "LIST"
                   PERFORM 3000-LIST-CONSUMERS
               WHEN CMT-REQUESTER-ID = SPACES
                   MOVE "REJECTED - NO REQUESTER ID" TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN CMT-CONSUMER-ID = SPACES
                   MOVE "REJECTED - CONSUMER ID MISSING"
                       TO WS-RESULT-TEXT
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN CMT-ACTION = "ADD"
                   PERFORM 2200-ADD-CONSUMER
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN OTHER
                   MOVE CMT-CONSUMER-ID TO CSM-CONSUMER-ID
                   READ CSM-FILE
                       INVALID KEY
                           MOVE "REJECTED - UNKNOWN CONSUMER"
                               TO WS-RESULT-TEXT
                       NOT INVALID KEY
                           PERFORM 2300-EDIT-AND-APPLY
                   END-READ
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-EVALUATE.

       2200-ADD-CONSUMER.
      *    A first pool on the ADD is optional - a consumer may be
      *    registered ahead of its first authorization, in which
      *    case every row it sends is rejected until ADDPOOL.
           MOVE CMT-CONSUMER-ID TO CSM-CONSUMER-ID
           READ CSM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "REJECTED - ALREADY ON FILE"
                       TO WS-RESULT-TEXT
           END-READ
           IF WS-RESULT-TEXT = SPACES
               IF CMT-CONSUMER-NAME = SPACES
                   MOVE "REJECTED - NAME MISSING" TO WS-RESULT-TEXT
               END-IF
           END-IF
           IF WS-RESULT-TEXT = SPACES AND CMT-POOL-ID NOT = SPACES
               PERFORM 2900-CHECK-POOL-ON-FILE
           END-IF
           IF WS-RESULT-TEXT = SPACES
               MOVE SPACES TO CSM-RECORD
               MOVE CMT-CONSUMER-ID TO CSM-CONSUMER-ID
               MOVE CMT-CONSUMER-NAME TO CSM-CONSUMER-NAME
               MOVE "A" TO CSM-STATUS
               MOVE 0 TO CSM-POOL-COUNT
               IF CMT-POOL-ID NOT = SPACES
                   MOVE 1 TO CSM-POOL-COUNT
                   MOVE CMT-POOL-ID TO CSM-POOL-ID(1)
               END-IF
               MOVE WS-RUN-DATE TO CSM-ADDED-DATE
               MOVE WS-RUN-DATE TO CSM-CHANGED-DATE
               WRITE CSM-RECORD
               IF WS-CSM-STATUS NOT = "00"
                   DISPLAY "FATAL: CSMFILE write failed - status "
                       WS-CSM-STATUS " consumer " CMT-CONSUMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE "ADDED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2300-EDIT-AND-APPLY.
           EVALUATE CMT-ACTION
               WHEN "RENAME"
                   PERFORM 2400-RENAME-CONSUMER
               WHEN "ADDPOOL"
                   PERFORM 2500-ADD-POOL
               WHEN "DELPOOL"
                   PERFORM 2600-DELETE-POOL
               WHEN "SUSPEND"
                   PERFORM 2700-SUSPEND-CONSUMER
               WHEN "RESUME"
                   PERFORM 2750-RESUME-CONSUMER
               WHEN OTHER
                   MOVE "REJECTED - UNKNOWN ACTION"
                       TO WS-RESULT-TEXT
           END-EVALUATE
           IF WS-APPLIED = 1
               MOVE WS-RUN-DATE TO CSM-CHANGED-DATE
               REWRITE CSM-RECORD
               IF WS-CSM-STATUS NOT = "00"
                   DISPLAY "FATAL: CSMFILE rewrite failed - status "
                       WS-CSM-STATUS " consumer " CMT-CONSUMER-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2400-RENAME-CONSUMER.
           IF CMT-CONSUMER-NAME = SPACES
               MOVE "REJECTED - NAME MISSING" TO WS-RESULT-TEXT
           ELSE
               MOVE CMT-CONSUMER-NAME TO CSM-CONSUMER-NAME
               MOVE "RENAMED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2500-ADD-POOL.
           PERFORM 2800-FIND-POOL-SLOT
           EVALUATE TRUE
               WHEN CMT-POOL-ID = SPACES
                   MOVE "REJECTED - POOL MISSING" TO WS-RESULT-TEXT
               WHEN WS-POOL-SLOT > 0
                   MOVE "REJECTED - ALREADY AUTHORIZED"
                       TO WS-RESULT-TEXT
               WHEN CSM-POOL-COUNT >= WS-POOL-MAX
                   MOVE "REJECTED - POOL LIST FULL" TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 2900-CHECK-POOL-ON-FILE
           END-EVALUATE
           IF WS-RESULT-TEXT = SPACES
               ADD 1 TO CSM-POOL-COUNT
               MOVE CMT-POOL-ID TO CSM-POOL-ID(CSM-POOL-COUNT)
               MOVE "POOL AUTHORIZED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2600-DELETE-POOL.
      *    The list is kept packed - the last entry moves into the
      *    freed slot so the first CSM-POOL-COUNT entries stay the
      *    whole list.
           PERFORM 2800-FIND-POOL-SLOT
           IF WS-POOL-SLOT = 0
               MOVE "REJECTED - NOT AUTHORIZED" TO WS-RESULT-TEXT
           ELSE
               MOVE CSM-POOL-ID(CSM-POOL-COUNT)
                   TO CSM-POOL-ID(WS-POOL-SLOT)
               MOVE SPACES TO CSM-POOL-ID(CSM-POOL-COUNT)
               SUBTRACT 1 FROM CSM-POOL-COUNT
               MOVE "POOL WITHDRAWN" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2700-SUSPEND-CONSUMER.
           IF CSM-STATUS = "S"
               MOVE "REJECTED - ALREADY SUSPENDED"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE "S" TO CSM-STATUS
               MOVE "SUSPENDED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2750-RESUME-CONSUMER.
           IF CSM-STATUS NOT = "S"
               MOVE "REJECTED - NOT SUSPENDED"
                   TO WS-RESULT-TEXT
           ELSE
               MOVE "A" TO CSM-STATUS
               MOVE "RESUMED" TO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           END-IF.

       2800-FIND-POOL-SLOT.
      *    A count past the list's twenty entries can only be a
      *    damaged row - held to the entries that are there, so
      *    the list can still be shown and put right.
           MOVE 0 TO WS-POOL-SLOT
           IF CSM-POOL-COUNT IS NOT NUMERIC
               MOVE 0 TO CSM-POOL-COUNT
           END-IF
           IF CSM-POOL-COUNT > WS-POOL-MAX
               MOVE WS-POOL-MAX TO CSM-POOL-COUNT
           END-IF
           PERFORM VARYING WS-POOL-IX FROM 1 BY 1
                   UNTIL WS-POOL-IX > CSM-POOL-COUNT
                   OR WS-POOL-SLOT > 0
               IF CSM-POOL-ID(WS-POOL-IX) = CMT-POOL-ID
                   MOVE WS-POOL-IX TO WS-POOL-SLOT
               END-IF
           END-PERFORM.

       2900-CHECK-POOL-ON-FILE.
           MOVE CMT-POOL-ID TO CTL-POOL-ID
           READ CTL-FILE
               INVALID KEY
                   MOVE "REJECTED - UNKNOWN POOL" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF CTL-POOL-STATUS = "R"
                       MOVE "REJECTED - POOL RETIRED"
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ.

       3000-LIST-CONSUMERS.
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
           MOVE LOW-VALUES TO CSM-CONSUMER-ID
           START CSM-FILE KEY NOT < CSM-CONSUMER-ID
               INVALID KEY
                   MOVE "Y" TO WS-CSM-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-CSM-EOF
           END-START
           PERFORM 3100-LIST-NEXT-CONSUMER UNTIL WS-CSM-EOF = "Y"
      *    Restore the maintenance column headings for any keyed
      *    actions that follow the listing.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       3100-LIST-NEXT-CONSUMER.
           READ CSM-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CSM-EOF
               NOT AT END
                   PERFORM 3200-WRITE-LIST-LINES
                   ADD 1 TO WS-LISTED-COUNT
           END-READ.

       3200-WRITE-LIST-LINES.
           IF CSM-POOL-COUNT IS NOT NUMERIC
               MOVE 0 TO CSM-POOL-COUNT
           END-IF
           IF CSM-POOL-COUNT > WS-POOL-MAX
               MOVE WS-POOL-MAX TO CSM-POOL-COUNT
           END-IF
           MOVE SPACES TO WS-LST-DETAIL
           MOVE CSM-CONSUMER-ID TO L-CONSUMER-ID
           MOVE CSM-CONSUMER-NAME TO L-CONSUMER-NAME
           IF CSM-STATUS = "S"
               MOVE "SUSPENDED" TO L-STATUS
           ELSE
               MOVE "ACTIVE" TO L-STATUS
           END-IF
           IF CSM-POOL-COUNT = 0
               MOVE "(NONE)" TO L-POOL-ID(1)
               PERFORM 3300-WRITE-ONE-LIST-LINE
           END-IF
           MOVE 0 TO WS-LIST-COL
           PERFORM VARYING WS-LIST-IX FROM 1 BY 1
                   UNTIL WS-LIST-IX > CSM-POOL-COUNT
               ADD 1 TO WS-LIST-COL
               MOVE CSM-POOL-ID(WS-LIST-IX) TO L-POOL-ID(WS-LIST-COL)
               IF WS-LIST-COL = 6 OR WS-LIST-IX = CSM-POOL-COUNT
                   PERFORM 3300-WRITE-ONE-LIST-LINE
                   MOVE SPACES TO WS-LST-DETAIL
                   MOVE 0 TO WS-LIST-COL
               END-IF
           END-PERFORM.

       3300-WRITE-ONE-LIST-LINE.
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
           MOVE CMT-ACTION TO D-ACTION
           MOVE CMT-CONSUMER-ID TO D-CONSUMER-ID
           MOVE CMT-POOL-ID TO D-POOL-ID
           IF CMT-CONSUMER-NAME NOT = SPACES
               MOVE CMT-CONSUMER-NAME TO D-CONSUMER-NAME
           ELSE
               IF WS-APPLIED = 1
                   MOVE CSM-CONSUMER-NAME TO D-CONSUMER-NAME
               END-IF
           END-IF
           MOVE CMT-REQUESTER-ID TO D-CHANGE-BY
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
           CLOSE CSM-FILE
           CLOSE CTL-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
