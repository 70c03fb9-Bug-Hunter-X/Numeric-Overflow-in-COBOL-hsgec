      *  The log is rewritten to NEWXLOG and swapped in by  *
      *  the scheduler after a clean end, with control      *
      *  counts proving rows read = rows written.           *
      *  Each transmission belongs to one subscriber (the   *
      *  ORDXCUT routing): an acknowledgment only settles   *
      *  a transmission cut for the subscriber that sent    *
      *  it, every line names the subscriber, and the       *
      *  acknowledged/short/pending counts and the nonzero  *
      *  end are broken out by subscriber so the morning    *
      *  call goes to the right downstream team.            *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDXACK.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CYC-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CYD-FILE ASSIGN TO "CYCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMT-LOG-FILE.
           COPY ACKREC.

       FD  NEW-LOG-FILE.
       01  NEW-LOG-RECORD              PIC X(67).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-XMT-LOG-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-ACK-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-ACK-ENTRY            OCCURS 200 TIMES.
               10  WS-AK-TRANS-ID      PIC X(15).
               10  WS-AK-SUBSCRIBER-ID PIC X(8).
               10  WS-AK-COUNT         PIC 9(7).
               10  WS-AK-MATCHED       PIC X(1).

       01  WS-ACK-IX                   PIC 9(3)   VALUE 0    COMP.
       01  WS-ACK-FOUND-IX             PIC 9(3)   VALUE 0    COMP.

      *    Counts per subscriber, built as the log is read.  Log
      *    rows from before per-subscriber routing carry no
      *    subscriber and are counted under "(LEGACY)".  The
      *    entry past WS-SUB-MAX is kept for "(OTHERS)" and is never
      *    given a real subscriber's name.
       01  WS-SUB-TABLE.
           05  WS-SUB-MAX              PIC 9(3)   VALUE 20   COMP.
           05  WS-SUB-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-SUB-ENTRY            OCCURS 21 TIMES.
               10  WS-SB-SUBSCRIBER-ID PIC X(8).
               10  WS-SB-ACKED         PIC 9(5).
               10  WS-SB-SHORT         PIC 9(5).
               10  WS-SB-PENDING       PIC 9(5).

       01  WS-SUB-IX                   PIC 9(3)   VALUE 0    COMP.
       01  WS-SUB-FOUND-IX             PIC 9(3)   VALUE 0    COMP.
       01  WS-LOG-SUBSCRIBER-ID        PIC X(8)   VALUE SPACES.

       01  WS-MATCH-FIELDS.
           05  WS-VERDICT-TEXT         PIC X(12)  VALUE SPACES.
           05  WS-UNRESOLVED           PIC 9(5)   VALUE 0.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(15)  VALUE "TRANSMISSION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "SUBSCRIBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CUT DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "SENT".
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-TRANS-ID              PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SUBSCRIBER-ID         PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-CUT-DATE              PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SENT                  PIC Z,ZZZ,ZZ9 VALUE ZERO.
               "LOG READ = LOG WRITTEN .... ".
           05  P-VERDICT               PIC X(8)   VALUE SPACES.

       01  WS-RPT-SUB-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "SUBSCRIBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "    ACKED".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "    SHORT".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "  PENDING".

       01  WS-RPT-SUB-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  S-SUBSCRIBER-ID         PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-ACKED                 PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-SHORT                 PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-PENDING               PIC Z,ZZZ,ZZ9 VALUE ZERO.

      *    Step-completion row for the nightly cycle ledger.
       01  WS-CYCLE-FIELDS.
           05  WS-CYC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYC-TIME-HHMMSSCC    PIC 9(8)   VALUE 0.
           05  WS-CYC-ROWS-IN          PIC 9(7)   VALUE 0.
           05  WS-CYC-ROWS-OUT         PIC 9(7)   VALUE 0.
           05  WS-CYC-BALANCED         PIC X(1)   VALUE "Y".

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
                       MOVE ACK-TRANS-ID
                           TO WS-AK-TRANS-ID(WS-ACK-USED)
                       MOVE "N" TO WS-AK-MATCHED(WS-ACK-USED)
                       MOVE ACK-SUBSCRIBER-ID
                           TO WS-AK-SUBSCRIBER-ID(WS-ACK-USED)
                       IF ACK-RECEIVED-COUNT IS NUMERIC
                           MOVE ACK-RECEIVED-COUNT
                               TO WS-AK-COUNT(WS-ACK-USED)
      *    settled rows too, so a re-sent acknowledgment of an old
      *    transmission is marked as matched instead of surfacing
      *    on the unknown-transmission sweep.
      *    An acknowledgment naming a different subscriber than the
      *    one the transmission was cut for does not settle it - it
      *    falls to the unknown sweep, which is where a subscriber
      *    acknowledging someone else's feed belongs.
           MOVE 0 TO WS-ACK-FOUND-IX
           PERFORM VARYING WS-ACK-IX FROM 1 BY 1
                   UNTIL WS-ACK-IX > WS-ACK-USED
                   OR WS-ACK-FOUND-IX > 0
               IF WS-AK-TRANS-ID(WS-ACK-IX) = XMT-TRANS-ID
                       AND (WS-AK-SUBSCRIBER-ID(WS-ACK-IX) = SPACES
                       OR WS-AK-SUBSCRIBER-ID(WS-ACK-IX)
                           = XMT-SUBSCRIBER-ID)
                   MOVE WS-ACK-IX TO WS-ACK-FOUND-IX
               END-IF
           END-PERFORM
           PERFORM 3150-FIND-SUBSCRIBER
           IF WS-ACK-FOUND-IX > 0
               MOVE "Y" TO WS-AK-MATCHED(WS-ACK-FOUND-IX)
           END-IF
           IF XMT-ACK-STATUS = "A"
               ADD 1 TO WS-ACKED-COUNT
               ADD 1 TO WS-SB-ACKED(WS-SUB-FOUND-IX)
               MOVE "ACKNOWLEDGED" TO WS-VERDICT-TEXT
           ELSE
               EVALUATE TRUE
                   WHEN WS-ACK-FOUND-IX = 0
                           AND XMT-ACK-STATUS = "S"
                       ADD 1 TO WS-SHORT-COUNT
                       ADD 1 TO WS-SB-SHORT(WS-SUB-FOUND-IX)
                       ADD 1 TO WS-UNRESOLVED
                       MOVE "STILL SHORT" TO WS-VERDICT-TEXT
                   WHEN WS-ACK-FOUND-IX = 0
                       MOVE "P" TO XMT-ACK-STATUS
                       ADD 1 TO WS-PENDING-COUNT
                       ADD 1 TO WS-SB-PENDING(WS-SUB-FOUND-IX)
                       ADD 1 TO WS-UNRESOLVED
                       MOVE "NO ACK" TO WS-VERDICT-TEXT
                   WHEN WS-AK-COUNT(WS-ACK-FOUND-IX)
                       MOVE WS-AK-COUNT(WS-ACK-FOUND-IX)
                           TO XMT-ACK-COUNT
                       ADD 1 TO WS-ACKED-COUNT
                       ADD 1 TO WS-SB-ACKED(WS-SUB-FOUND-IX)
                       MOVE "ACKNOWLEDGED" TO WS-VERDICT-TEXT
                   WHEN OTHER
                       MOVE "S" TO XMT-ACK-STATUS
                       MOVE WS-AK-COUNT(WS-ACK-FOUND-IX)
                           TO XMT-ACK-COUNT
                       ADD 1 TO WS-SHORT-COUNT
                       ADD 1 TO WS-SB-SHORT(WS-SUB-FOUND-IX)
                       ADD 1 TO WS-UNRESOLVED
                       MOVE "ACKED SHORT" TO WS-VERDICT-TEXT
               END-EVALUATE
           END-IF
           PERFORM 5100-WRITE-DETAIL-LINE.

       3150-FIND-SUBSCRIBER.
           IF XMT-SUBSCRIBER-ID = SPACES
               MOVE "(LEGACY)" TO WS-LOG-SUBSCRIBER-ID
           ELSE
               MOVE XMT-SUBSCRIBER-ID TO WS-LOG-SUBSCRIBER-ID
           END-IF
           MOVE 0 TO WS-SUB-FOUND-IX
           PERFORM VARYING WS-SUB-IX FROM 1 BY 1
                   UNTIL WS-SUB-IX > WS-SUB-USED
                   OR WS-SUB-FOUND-IX > 0
               IF WS-SB-SUBSCRIBER-ID(WS-SUB-IX)
                       = WS-LOG-SUBSCRIBER-ID
                   MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
               END-IF
           END-PERFORM
      *    Past the table's limit the rest are counted together in
      *    the spare "(OTHERS)" entry, opened the first time it is
      *    needed, so no real subscriber's counts change name.
           IF WS-SUB-FOUND-IX = 0
               IF WS-SUB-USED < WS-SUB-MAX
                   ADD 1 TO WS-SUB-USED
                   MOVE WS-LOG-SUBSCRIBER-ID
                       TO WS-SB-SUBSCRIBER-ID(WS-SUB-USED)
                   MOVE 0 TO WS-SB-ACKED(WS-SUB-USED)
                   MOVE 0 TO WS-SB-SHORT(WS-SUB-USED)
                   MOVE 0 TO WS-SB-PENDING(WS-SUB-USED)
               ELSE
                   IF WS-SUB-USED = WS-SUB-MAX
                       ADD 1 TO WS-SUB-USED
                       MOVE "(OTHERS)"
                           TO WS-SB-SUBSCRIBER-ID(WS-SUB-USED)
                       MOVE 0 TO WS-SB-ACKED(WS-SUB-USED)
                       MOVE 0 TO WS-SB-SHORT(WS-SUB-USED)
                       MOVE 0 TO WS-SB-PENDING(WS-SUB-USED)
                   END-IF
               END-IF
               MOVE WS-SUB-USED TO WS-SUB-FOUND-IX
           END-IF.

       3500-REPORT-UNKNOWN-ACKS.
      *    The sweep the other way: an acknowledgment naming a
      *    transmission id on no log row is how a mangled id from
               END-IF
               MOVE SPACES TO WS-RPT-DETAIL
               MOVE WS-AK-TRANS-ID(WS-ACK-IX) TO D-TRANS-ID
               MOVE WS-AK-SUBSCRIBER-ID(WS-ACK-IX) TO D-SUBSCRIBER-ID
               MOVE 0 TO D-SENT
               MOVE WS-AK-COUNT(WS-ACK-IX) TO D-RECEIVED
               MOVE "UNKNOWN XMIT" TO D-VERDICT
               ADD 1 TO WS-LINE-COUNT
               DISPLAY "ACK WARNING: acknowledgment for unknown "
                   "transmission " WS-AK-TRANS-ID(WS-ACK-IX)
                   " from " WS-AK-SUBSCRIBER-ID(WS-ACK-IX)
                   " - not on the transmission log"
           END-IF.

           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE XMT-TRANS-ID TO D-TRANS-ID
           MOVE WS-LOG-SUBSCRIBER-ID TO D-SUBSCRIBER-ID
           MOVE XMT-CUT-DATE TO D-CUT-DATE
           MOVE XMT-ROW-COUNT TO D-SENT
           MOVE XMT-ACK-COUNT TO D-RECEIVED
           MOVE WS-UNKNOWN-ACK-COUNT TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-SUB-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 5920-WRITE-SUBSCRIBER-LINE
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-SUB-USED
           IF WS-LOG-ROWS-READ = WS-LOG-ROWS-WRITTEN
               MOVE "OK" TO P-VERDICT
           ELSE
           IF WS-UNRESOLVED > 0 AND RETURN-CODE = 0
               DISPLAY "ACK ERROR: " WS-UNRESOLVED " transmission(s)"
                   " unacknowledged or short - holding the feed"
               PERFORM 5940-DISPLAY-SUBSCRIBER-ERROR
                   VARYING WS-SUB-IX FROM 1 BY 1
                   UNTIL WS-SUB-IX > WS-SUB-USED
               MOVE 8 TO RETURN-CODE
           END-IF.

       5920-WRITE-SUBSCRIBER-LINE.
           MOVE WS-SB-SUBSCRIBER-ID(WS-SUB-IX) TO S-SUBSCRIBER-ID
           MOVE WS-SB-ACKED(WS-SUB-IX) TO S-ACKED
           MOVE WS-SB-SHORT(WS-SUB-IX) TO S-SHORT
           MOVE WS-SB-PENDING(WS-SUB-IX) TO S-PENDING
           WRITE RPT-LINE FROM WS-RPT-SUB-LINE
               AFTER ADVANCING 1 LINE.

       5940-DISPLAY-SUBSCRIBER-ERROR.
           IF WS-SB-SHORT(WS-SUB-IX) > 0
                   OR WS-SB-PENDING(WS-SUB-IX) > 0
               DISPLAY "ACK ERROR:   subscriber "
                   WS-SB-SUBSCRIBER-ID(WS-SUB-IX) " short "
                   WS-SB-SHORT(WS-SUB-IX) " pending "
                   WS-SB-PENDING(WS-SUB-IX)
           END-IF.

       8500-POST-CYCLE-LEDGER.
      *    Tell the ORDGATE step gate this step ran to its end - the
      *    row carries the counts, return code and balance verdict
      *    the gate judges the next step and the NEW file swap by.
      *    The business date is the open cycle's (CYCDATE), not the
      *    clock's, so a step that runs past midnight still posts
      *    to the night it belongs to.
           MOVE SPACES TO CYC-RECORD
           MOVE WS-RUN-DATE TO CYC-BUSINESS-DATE
           OPEN INPUT CYD-FILE
           IF WS-CYD-STATUS = "00"
               READ CYD-FILE
                   NOT AT END
                       MOVE CYD-BUSINESS-DATE TO CYC-BUSINESS-DATE
               END-READ
               CLOSE CYD-FILE
           END-IF
           MOVE "S" TO CYC-ENTRY-TYPE
           MOVE "ORDXACK" TO CYC-STEP-NAME
           MOVE WS-RUN-DATE TO CYC-RUN-DATE
           ACCEPT WS-CYC-TIME-HHMMSSCC FROM TIME
           MOVE WS-CYC-TIME-HHMMSSCC(1:2) TO CYC-RUN-TIME(1:2)
           MOVE ":" TO CYC-RUN-TIME(3:1)
           MOVE WS-CYC-TIME-HHMMSSCC(3:2) TO CYC-RUN-TIME(4:2)
           MOVE ":" TO CYC-RUN-TIME(6:1)
           MOVE WS-CYC-TIME-HHMMSSCC(5:2) TO CYC-RUN-TIME(7:2)
           MOVE WS-CYC-ROWS-IN TO CYC-ROWS-IN
           MOVE WS-CYC-ROWS-OUT TO CYC-ROWS-OUT
           MOVE RETURN-CODE TO CYC-RETURN-CODE
           MOVE WS-CYC-BALANCED TO CYC-BALANCED
           OPEN EXTEND CYC-FILE
           IF WS-CYC-STATUS NOT = "00"
               IF WS-CYC-STATUS = "35"
                   OPEN OUTPUT CYC-FILE
               ELSE
                   DISPLAY "FATAL: CYCFILE open failed - status "
                       WS-CYC-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           WRITE CYC-RECORD
           IF WS-CYC-STATUS NOT = "00"
               DISPLAY "FATAL: CYCFILE write failed - status "
                   WS-CYC-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE CYC-FILE.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           MOVE WS-LOG-ROWS-READ TO WS-CYC-ROWS-IN
           MOVE WS-LOG-ROWS-WRITTEN TO WS-CYC-ROWS-OUT
           IF P-VERDICT NOT = "OK"
               MOVE "N" TO WS-CYC-BALANCED
           END-IF
           PERFORM 8500-POST-CYCLE-LEDGER.
