      *  received one ever-growing file with no way to      *
      *  tell a complete hand-off from a truncated one.     *
      *  Run nightly, this job slices the accumulated       *
      *  extract into dated transmission files wrapped in   *
      *  a control header and a trailer that carries the    *
      *  detail row count and a hash total of               *
      *  IFC-ISSUED-NUMBER, logs each cut on the            *
      *  transmission log (XMTLOG) as pending               *
      *  acknowledgment, and rebuilds an empty operational  *
      *  extract (NEWIFC) the scheduler swaps in as         *
      *  IFCFILE after a clean end - the same swap          *
      *  discipline ORDAPRG uses for the audit trail.       *
      *  The ORDXACK matcher closes the loop when           *
      *  the subscriber's acknowledgment comes back.        *
      *  Each downstream subscriber (order-entry,           *
      *  invoicing, the warehouse system) receives only     *
      *  the pools SUBFILE routes to it, in its own         *
      *  transmission file (XMTFILE1-XMTFILE6 by the        *
      *  subscriber's slot) with its own envelope, counts,  *
      *  hash total and transmission id.  A number from a   *
      *  pool routed to nobody stops the whole cut - ends   *
      *  16 with the pools listed, nothing transmitted and  *
      *  the operational extract left alone - rather than   *
      *  go nowhere without a trace.                        *
      *  Prints control counts proving rows read = rows     *
      *  routed and ends nonzero if they disagree.          *
      *  An empty extract cuts nothing and leaves the       *
      *  operational file alone.                            *
      *****************************************************
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IFC-STATUS.

           SELECT SBR-FILE ASSIGN TO "SUBFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SBR-STATUS.

           SELECT XMT-FILE-1 ASSIGN TO "XMTFILE1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

           SELECT XMT-FILE-2 ASSIGN TO "XMTFILE2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

           SELECT XMT-FILE-3 ASSIGN TO "XMTFILE3"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

           SELECT XMT-FILE-4 ASSIGN TO "XMTFILE4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

           SELECT XMT-FILE-5 ASSIGN TO "XMTFILE5"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

           SELECT XMT-FILE-6 ASSIGN TO "XMTFILE6"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMT-STATUS.

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
       FD  IFC-FILE.
           COPY IFCREC.

       FD  SBR-FILE.
           COPY SBRREC.

       FD  XMT-FILE-1.
       01  XMT-LINE-1                  PIC X(90).

       FD  XMT-FILE-2.
       01  XMT-LINE-2                  PIC X(90).

       FD  XMT-FILE-3.
       01  XMT-LINE-3                  PIC X(90).

       FD  XMT-FILE-4.
       01  XMT-LINE-4                  PIC X(90).

       FD  XMT-FILE-5.
       01  XMT-LINE-5                  PIC X(90).

       FD  XMT-FILE-6.
       01  XMT-LINE-6                  PIC X(90).

       FD  XMT-LOG-FILE.
           COPY XMTREC.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-IFC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-SBR-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-XMT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-XMT-LOG-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-NEW-IFC-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-IFC-EOF              PIC X(1)   VALUE "N".
           05  WS-SBR-EOF              PIC X(1)   VALUE "N".

       01  WS-CUT-FIELDS.
           05  WS-CUT-STAMP            PIC X(12)  VALUE SPACES.
           05  WS-ROWS-READ            PIC 9(7)   VALUE 0.
           05  WS-ROWS-ROUTED          PIC 9(7)   VALUE 0.
           05  WS-ROWS-SENT            PIC 9(7)   VALUE 0.
           05  WS-UNROUTED-ROWS        PIC 9(7)   VALUE 0.
           05  WS-ROW-ROUTED           PIC X(1)   VALUE "N".
           05  WS-CUT-STOPPED          PIC X(1)   VALUE "N".
           05  WS-CONFIG-ERROR         PIC X(1)   VALUE "N".
           05  WS-XMT-LINE             PIC X(90)  VALUE SPACES.

      *    One entry per subscriber on SUBFILE, carrying its slot
      *    and everything its envelope and log row need.  Six slots
      *    is one per XMTFILEn the job can write.
       01  WS-SUB-TABLE.
           05  WS-SUB-MAX              PIC 9(3)   VALUE 6    COMP.
           05  WS-SUB-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-SUB-ENTRY            OCCURS 6 TIMES.
               10  WS-SB-SUBSCRIBER-ID PIC X(8).
               10  WS-SB-SLOT          PIC 9(2).
               10  WS-SB-TRANS-ID      PIC X(15).
               10  WS-SB-ROWS-SENT     PIC 9(7).
               10  WS-SB-HASH-TOTAL    PIC 9(13).

       01  WS-SUB-IX                   PIC 9(3)   VALUE 0    COMP.
       01  WS-SUB-FOUND-IX             PIC 9(3)   VALUE 0    COMP.

      *    Pool-to-subscriber routes, one per SUBFILE row.
       01  WS-ROUTE-TABLE.
           05  WS-ROUTE-MAX            PIC 9(3)   VALUE 200  COMP.
           05  WS-ROUTE-USED           PIC 9(3)   VALUE 0    COMP.
           05  WS-ROUTE-ENTRY          OCCURS 200 TIMES.
               10  WS-RT-POOL-ID       PIC X(10).
               10  WS-RT-SUB-IX        PIC 9(3)   COMP.

       01  WS-ROUTE-IX                 PIC 9(3)   VALUE 0    COMP.

      *    Pools found in the extract with no subscriber - kept so
      *    the report names every one, not just the first.
       01  WS-UNROUTED-TABLE.
           05  WS-UNR-MAX              PIC 9(3)   VALUE 50   COMP.
           05  WS-UNR-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-UNR-ENTRY            OCCURS 50 TIMES.
               10  WS-UR-POOL-ID       PIC X(10).
               10  WS-UR-ROWS          PIC 9(7).

       01  WS-UNR-IX                   PIC 9(3)   VALUE 0    COMP.
       01  WS-UNR-FOUND-IX             PIC 9(3)   VALUE 0    COMP.

      *    Control wrapper records on the cut file.  A detail row
      *    starts with the issued number's digits, so the HDR/TRL
           05  WH-TRANS-ID             PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WH-CUT-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  WH-SUBSCRIBER-ID        PIC X(8)   VALUE SPACES.

       01  WS-XMT-TRAILER.
           05  FILLER                  PIC X(3)   VALUE "TRL".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.

       01  WS-RPT-SUB-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "SUBSCRIBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "FILE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
               "TRANSMISSION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "     ROWS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(13)  VALUE "HASH TOTAL".

       01  WS-RPT-SUB-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  S-SUBSCRIBER-ID         PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "XMTFILE".
           05  S-SLOT                  PIC 9(1)   VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-TRANS-ID              PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-ROWS                  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  S-HASH                  PIC 9(13)  VALUE ZERO.

       01  WS-RPT-UNROUTED-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(26)  VALUE
               "NO SUBSCRIBER FOR POOL:".
           05  U-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  U-ROWS                  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(5)   VALUE " ROWS".

       01  WS-RPT-COUNT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  C-LABEL                 PIC X(26)  VALUE SPACES.
           05  C-COUNT                 PIC Z,ZZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-PROOF-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(30)  VALUE
               "READ = ROUTED ............. ".
           05  P-VERDICT               PIC X(8)   VALUE SPACES.

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
           PERFORM 1100-LOAD-SUBSCRIBERS
           PERFORM 2000-CUT-TRANSMISSION
           PERFORM 9000-TERMINATE
           STOP RUN.
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
      *    Every subscriber's transmission id is "X", its two-digit
      *    slot, then the date and time of the cut - unique per
      *    subscriber for the night and readable on both sides of
      *    the feed.  Ids from the single-feed days began "X20", a
      *    slot no subscriber can have, so the two never collide.
           STRING WS-CURRENT-DATE-YYMMDD
                  WS-RUN-TIME-HHMMSSCC(1:6)
               DELIMITED BY SIZE INTO WS-CUT-STAMP
           OPEN OUTPUT RPT-FILE.

       1100-LOAD-SUBSCRIBERS.
      *    Without the routing table every pool is routed to nobody
      *    - fatal, the same as any other reference file the job
      *    cannot do its work without.  A table that contradicts
      *    itself (bad slot, one subscriber on two slots, two on
      *    one) is just as fatal: a row could reach the wrong
      *    subscriber.
           OPEN INPUT SBR-FILE
           IF WS-SBR-STATUS NOT = "00"
               DISPLAY "FATAL: SUBFILE open failed - status "
                   WS-SBR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1120-SUBSCRIBER-LOOP UNTIL WS-SBR-EOF = "Y"
           CLOSE SBR-FILE
           IF WS-CONFIG-ERROR = "Y"
               DISPLAY "FATAL: SUBFILE routing table is invalid - "
                   "nothing cut"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1120-SUBSCRIBER-LOOP.
           READ SBR-FILE
               AT END
                   MOVE "Y" TO WS-SBR-EOF
               NOT AT END
                   PERFORM 1140-ADD-ROUTE
           END-READ.

       1140-ADD-ROUTE.
           IF SBR-SLOT IS NOT NUMERIC
                   OR SBR-SLOT < 1 OR SBR-SLOT > WS-SUB-MAX
                   OR SBR-SUBSCRIBER-ID = SPACES
                   OR SBR-POOL-ID = SPACES
               DISPLAY "SUBFILE ERROR: bad row for subscriber "
                   SBR-SUBSCRIBER-ID " pool " SBR-POOL-ID
               MOVE "Y" TO WS-CONFIG-ERROR
           ELSE
               MOVE 0 TO WS-SUB-FOUND-IX
               PERFORM VARYING WS-SUB-IX FROM 1 BY 1
                       UNTIL WS-SUB-IX > WS-SUB-USED
                   IF WS-SB-SUBSCRIBER-ID(WS-SUB-IX)
                           = SBR-SUBSCRIBER-ID
                       MOVE WS-SUB-IX TO WS-SUB-FOUND-IX
                       IF WS-SB-SLOT(WS-SUB-IX) NOT = SBR-SLOT
                           DISPLAY "SUBFILE ERROR: subscriber "
                               SBR-SUBSCRIBER-ID
                               " given two slots"
                           MOVE "Y" TO WS-CONFIG-ERROR
                       END-IF
                   ELSE
                       IF WS-SB-SLOT(WS-SUB-IX) = SBR-SLOT
                           DISPLAY "SUBFILE ERROR: slot " SBR-SLOT
                               " shared by "
                               WS-SB-SUBSCRIBER-ID(WS-SUB-IX)
                               " and " SBR-SUBSCRIBER-ID
                           MOVE "Y" TO WS-CONFIG-ERROR
                       END-IF
                   END-IF
               END-PERFORM
      *    A slot clash above is already an error, so a seventh
      *    subscriber can only come from a table that is wrong -
      *    refuse it rather than run past the six entries.
               IF WS-SUB-FOUND-IX = 0
                   IF WS-SUB-USED < WS-SUB-MAX
                       ADD 1 TO WS-SUB-USED
                       MOVE WS-SUB-USED TO WS-SUB-FOUND-IX
                       MOVE SBR-SUBSCRIBER-ID
                           TO WS-SB-SUBSCRIBER-ID(WS-SUB-FOUND-IX)
                       MOVE SBR-SLOT TO WS-SB-SLOT(WS-SUB-FOUND-IX)
                       MOVE SPACES TO WS-SB-TRANS-ID(WS-SUB-FOUND-IX)
                       STRING "X" SBR-SLOT WS-CUT-STAMP
                           DELIMITED BY SIZE
                           INTO WS-SB-TRANS-ID(WS-SUB-FOUND-IX)
                       MOVE 0 TO WS-SB-ROWS-SENT(WS-SUB-FOUND-IX)
                       MOVE 0 TO WS-SB-HASH-TOTAL(WS-SUB-FOUND-IX)
                   ELSE
                       DISPLAY "SUBFILE ERROR: more subscribers "
                           "than the table holds - "
                           SBR-SUBSCRIBER-ID
                       MOVE "Y" TO WS-CONFIG-ERROR
                   END-IF
               END-IF
      *    The same pool routed twice to one subscriber would put
      *    every one of its rows in the envelope twice.
               IF WS-SUB-FOUND-IX > 0
                   PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                           UNTIL WS-ROUTE-IX > WS-ROUTE-USED
                       IF WS-RT-POOL-ID(WS-ROUTE-IX) = SBR-POOL-ID
                               AND WS-RT-SUB-IX(WS-ROUTE-IX)
                                   = WS-SUB-FOUND-IX
                           DISPLAY "SUBFILE ERROR: pool "
                               SBR-POOL-ID " routed twice to "
                               SBR-SUBSCRIBER-ID
                           MOVE "Y" TO WS-CONFIG-ERROR
                           MOVE 0 TO WS-SUB-FOUND-IX
                       END-IF
                   END-PERFORM
               END-IF
               IF WS-SUB-FOUND-IX > 0
                   IF WS-ROUTE-USED < WS-ROUTE-MAX
                       ADD 1 TO WS-ROUTE-USED
                       MOVE SBR-POOL-ID
                           TO WS-RT-POOL-ID(WS-ROUTE-USED)
                       MOVE WS-SUB-FOUND-IX
                           TO WS-RT-SUB-IX(WS-ROUTE-USED)
                   ELSE
                       DISPLAY "SUBFILE ERROR: more routes than the "
                           "table holds"
                       MOVE "Y" TO WS-CONFIG-ERROR
                   END-IF
               END-IF
           END-IF.

       2000-CUT-TRANSMISSION.
      *    No extract, or an empty one, means there is nothing to
      *    hand over tonight - report it and leave the operational
      *    file untouched rather than sending an empty envelope.
      *    A subscriber's transmission file is not even opened
      *    until its first detail row proves there is something to
      *    wrap: opening it up front would overwrite the previous
      *    night's file with a zero-row envelope whose id never
      *    reaches the log, and the ORDXACK matcher could never
      *    account for it.
      *    The extract is read twice: the first pass only proves
      *    every row has somewhere to go, so a stopped cut has
      *    written nothing anywhere.
           OPEN INPUT IFC-FILE
           IF WS-IFC-STATUS NOT = "00"
               DISPLAY "IFCFILE not available for cut-off - "
                       "status " WS-IFC-STATUS
           ELSE
               PERFORM 2100-CHECK-ROUTING-LOOP UNTIL WS-IFC-EOF = "Y"
               CLOSE IFC-FILE
               EVALUATE TRUE
                   WHEN WS-ROWS-READ = 0
                       DISPLAY "CUT-OFF: extract is empty - nothing "
                           "transmitted, operational file left alone"
                   WHEN WS-UNROUTED-ROWS > 0
                       MOVE "Y" TO WS-CUT-STOPPED
                       DISPLAY "CUT-OFF STOPPED: " WS-UNROUTED-ROWS
                           " row(s) from pools with no subscriber"
                           " - nothing transmitted"
                       MOVE 16 TO RETURN-CODE
                   WHEN OTHER
                       MOVE "N" TO WS-IFC-EOF
                       OPEN INPUT IFC-FILE
                       PERFORM 2200-CUT-LOOP UNTIL WS-IFC-EOF = "Y"
                       CLOSE IFC-FILE
                       PERFORM 2300-CLOSE-SUBSCRIBER
                           VARYING WS-SUB-IX FROM 1 BY 1
                           UNTIL WS-SUB-IX > WS-SUB-USED
                       PERFORM 2500-REBUILD-EMPTY-EXTRACT
               END-EVALUATE
           END-IF.

       2100-CHECK-ROUTING-LOOP.
           READ IFC-FILE
               AT END
                   MOVE "Y" TO WS-IFC-EOF
               NOT AT END
                   ADD 1 TO WS-ROWS-READ
                   MOVE "N" TO WS-ROW-ROUTED
                   PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                           UNTIL WS-ROUTE-IX > WS-ROUTE-USED
                           OR WS-ROW-ROUTED = "Y"
                       IF WS-RT-POOL-ID(WS-ROUTE-IX) = IFC-POOL-ID
                           MOVE "Y" TO WS-ROW-ROUTED
                       END-IF
                   END-PERFORM
                   IF WS-ROW-ROUTED = "N"
                       ADD 1 TO WS-UNROUTED-ROWS
                       PERFORM 2150-NOTE-UNROUTED-POOL
                   END-IF
           END-READ.

       2150-NOTE-UNROUTED-POOL.
           MOVE 0 TO WS-UNR-FOUND-IX
           PERFORM VARYING WS-UNR-IX FROM 1 BY 1
                   UNTIL WS-UNR-IX > WS-UNR-USED
                   OR WS-UNR-FOUND-IX > 0
               IF WS-UR-POOL-ID(WS-UNR-IX) = IFC-POOL-ID
                   MOVE WS-UNR-IX TO WS-UNR-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-UNR-FOUND-IX = 0 AND WS-UNR-USED < WS-UNR-MAX
               ADD 1 TO WS-UNR-USED
               MOVE WS-UNR-USED TO WS-UNR-FOUND-IX
               MOVE IFC-POOL-ID TO WS-UR-POOL-ID(WS-UNR-FOUND-IX)
               MOVE 0 TO WS-UR-ROWS(WS-UNR-FOUND-IX)
           END-IF
           IF WS-UNR-FOUND-IX > 0
               ADD 1 TO WS-UR-ROWS(WS-UNR-FOUND-IX)
           END-IF.

       2200-CUT-LOOP.
           READ IFC-FILE
               AT END
                   MOVE "Y" TO WS-IFC-EOF
               NOT AT END
                   MOVE "N" TO WS-ROW-ROUTED
                   PERFORM VARYING WS-ROUTE-IX FROM 1 BY 1
                           UNTIL WS-ROUTE-IX > WS-ROUTE-USED
                       IF WS-RT-POOL-ID(WS-ROUTE-IX) = IFC-POOL-ID
                           MOVE WS-RT-SUB-IX(WS-ROUTE-IX)
                               TO WS-SUB-IX
                           PERFORM 2250-DELIVER-ROW
                           MOVE "Y" TO WS-ROW-ROUTED
                       END-IF
                   END-PERFORM
                   IF WS-ROW-ROUTED = "Y"
                       ADD 1 TO WS-ROWS-ROUTED
                   END-IF
           END-READ.

       2250-DELIVER-ROW.
           IF WS-SB-ROWS-SENT(WS-SUB-IX) = 0
               PERFORM 2260-WRITE-HEADER
           END-IF
      *    Hash totals exist to catch a short or damaged feed, not
      *    to do arithmetic - overflow past the field just wraps,
      *    and both sides wrap alike.
           IF IFC-ISSUED-NUMBER IS NUMERIC
               COMPUTE WS-SB-HASH-TOTAL(WS-SUB-IX) =
                   WS-SB-HASH-TOTAL(WS-SUB-IX) + IFC-ISSUED-NUMBER
                   ON SIZE ERROR
                       COMPUTE WS-SB-HASH-TOTAL(WS-SUB-IX) =
                           WS-SB-HASH-TOTAL(WS-SUB-IX)
                           - 9999999999999
                           + IFC-ISSUED-NUMBER - 1
               END-COMPUTE
           END-IF
           MOVE SPACES TO WS-XMT-LINE
           MOVE IFC-RECORD TO WS-XMT-LINE
           PERFORM 2700-WRITE-SLOT-LINE
           ADD 1 TO WS-SB-ROWS-SENT(WS-SUB-IX)
           ADD 1 TO WS-ROWS-SENT.

       2260-WRITE-HEADER.
           PERFORM 2600-OPEN-SLOT-FILE
           MOVE WS-SB-TRANS-ID(WS-SUB-IX) TO WH-TRANS-ID
           MOVE WS-RUN-DATE TO WH-CUT-DATE
           MOVE WS-SB-SUBSCRIBER-ID(WS-SUB-IX) TO WH-SUBSCRIBER-ID
           MOVE SPACES TO WS-XMT-LINE
           MOVE WS-XMT-HEADER TO WS-XMT-LINE
           PERFORM 2700-WRITE-SLOT-LINE.

       2300-CLOSE-SUBSCRIBER.
      *    Only subscribers that were sent something get a trailer
      *    and a log row - the rest have no envelope tonight.
           IF WS-SB-ROWS-SENT(WS-SUB-IX) > 0
               MOVE WS-SB-TRANS-ID(WS-SUB-IX) TO WT-TRANS-ID
               MOVE WS-SB-ROWS-SENT(WS-SUB-IX) TO WT-ROW-COUNT
               MOVE WS-SB-HASH-TOTAL(WS-SUB-IX) TO WT-HASH-TOTAL
               MOVE SPACES TO WS-XMT-LINE
               MOVE WS-XMT-TRAILER TO WS-XMT-LINE
               PERFORM 2700-WRITE-SLOT-LINE
               PERFORM 2800-CLOSE-SLOT-FILE
               PERFORM 2400-LOG-TRANSMISSION
           END-IF.

       2400-LOG-TRANSMISSION.
      *    The log row is what the ORDXACK matcher holds the
      *    subscriber to - pending until its acknowledgment
      *    arrives.  Same "35 = first ever, anything else fatal"
      *    open rule as the other cumulative files.
           OPEN EXTEND XMT-LOG-FILE
           IF WS-XMT-LOG-STATUS NOT = "00"
               IF WS-XMT-LOG-STATUS = "35"
               END-IF
           END-IF
           MOVE SPACES TO XMT-RECORD
           MOVE WS-SB-TRANS-ID(WS-SUB-IX) TO XMT-TRANS-ID
           MOVE WS-RUN-DATE TO XMT-CUT-DATE
           MOVE WS-SB-ROWS-SENT(WS-SUB-IX) TO XMT-ROW-COUNT
           MOVE WS-SB-HASH-TOTAL(WS-SUB-IX) TO XMT-HASH-TOTAL
           MOVE "P" TO XMT-ACK-STATUS
           MOVE 0 TO XMT-ACK-COUNT
           MOVE WS-SB-SUBSCRIBER-ID(WS-SUB-IX) TO XMT-SUBSCRIBER-ID
           WRITE XMT-RECORD
           CLOSE XMT-LOG-FILE.

           OPEN OUTPUT NEW-IFC-FILE
           CLOSE NEW-IFC-FILE.

       2600-OPEN-SLOT-FILE.
           EVALUATE WS-SB-SLOT(WS-SUB-IX)
               WHEN 1
                   OPEN OUTPUT XMT-FILE-1
               WHEN 2
                   OPEN OUTPUT XMT-FILE-2
               WHEN 3
                   OPEN OUTPUT XMT-FILE-3
               WHEN 4
                   OPEN OUTPUT XMT-FILE-4
               WHEN 5
                   OPEN OUTPUT XMT-FILE-5
               WHEN 6
                   OPEN OUTPUT XMT-FILE-6
           END-EVALUATE
           IF WS-XMT-STATUS NOT = "00"
               DISPLAY "FATAL: XMTFILE" WS-SB-SLOT(WS-SUB-IX)
                   " open failed - status " WS-XMT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2700-WRITE-SLOT-LINE.
           EVALUATE WS-SB-SLOT(WS-SUB-IX)
               WHEN 1
                   WRITE XMT-LINE-1 FROM WS-XMT-LINE
               WHEN 2
                   WRITE XMT-LINE-2 FROM WS-XMT-LINE
               WHEN 3
                   WRITE XMT-LINE-3 FROM WS-XMT-LINE
               WHEN 4
                   WRITE XMT-LINE-4 FROM WS-XMT-LINE
               WHEN 5
                   WRITE XMT-LINE-5 FROM WS-XMT-LINE
               WHEN 6
                   WRITE XMT-LINE-6 FROM WS-XMT-LINE
           END-EVALUATE.

       2800-CLOSE-SLOT-FILE.
           EVALUATE WS-SB-SLOT(WS-SUB-IX)
               WHEN 1
                   CLOSE XMT-FILE-1
               WHEN 2
                   CLOSE XMT-FILE-2
               WHEN 3
                   CLOSE XMT-FILE-3
               WHEN 4
                   CLOSE XMT-FILE-4
               WHEN 5
                   CLOSE XMT-FILE-5
               WHEN 6
                   CLOSE XMT-FILE-6
           END-EVALUATE.

       5900-WRITE-REPORT-FOOTER.
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE RPT-LINE FROM WS-RPT-HEADING-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-SUB-HEADING
               AFTER ADVANCING 1 LINE
           PERFORM 5920-WRITE-SUBSCRIBER-LINE
               VARYING WS-SUB-IX FROM 1 BY 1
               UNTIL WS-SUB-IX > WS-SUB-USED
           IF WS-CUT-STOPPED = "Y"
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               PERFORM 5940-WRITE-UNROUTED-LINE
                   VARYING WS-UNR-IX FROM 1 BY 1
                   UNTIL WS-UNR-IX > WS-UNR-USED
           END-IF
           MOVE "EXTRACT ROWS READ:" TO C-LABEL
           MOVE WS-ROWS-READ TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "ROWS ROUTED:" TO C-LABEL
           MOVE WS-ROWS-ROUTED TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "ROWS TRANSMITTED:" TO C-LABEL
           MOVE WS-ROWS-SENT TO C-COUNT
           WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
               AFTER ADVANCING 1 LINE
           IF WS-CUT-STOPPED = "Y"
               MOVE "ROWS WITH NO SUBSCRIBER:" TO C-LABEL
               MOVE WS-UNROUTED-ROWS TO C-COUNT
               WRITE RPT-LINE FROM WS-RPT-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
      *    A stopped cut routed nothing on purpose - it is already
      *    a fatal end, and the proof line says so plainly.
           EVALUATE TRUE
               WHEN WS-CUT-STOPPED = "Y"
                   MOVE "STOPPED" TO P-VERDICT
               WHEN WS-ROWS-READ = WS-ROWS-ROUTED
                   MOVE "OK" TO P-VERDICT
               WHEN OTHER
                   MOVE "ERROR" TO P-VERDICT
                   DISPLAY "CUT-OFF BALANCE ERROR: read "
                       WS-ROWS-READ " routed " WS-ROWS-ROUTED
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
               AFTER ADVANCING 2 LINES.

       5920-WRITE-SUBSCRIBER-LINE.
           MOVE WS-SB-SUBSCRIBER-ID(WS-SUB-IX) TO S-SUBSCRIBER-ID
           MOVE WS-SB-SLOT(WS-SUB-IX) TO S-SLOT
           IF WS-SB-ROWS-SENT(WS-SUB-IX) > 0
               MOVE WS-SB-TRANS-ID(WS-SUB-IX) TO S-TRANS-ID
           ELSE
               MOVE "(NOTHING CUT)" TO S-TRANS-ID
           END-IF
           MOVE WS-SB-ROWS-SENT(WS-SUB-IX) TO S-ROWS
           MOVE WS-SB-HASH-TOTAL(WS-SUB-IX) TO S-HASH
           WRITE RPT-LINE FROM WS-RPT-SUB-DETAIL
               AFTER ADVANCING 1 LINE.

       5940-WRITE-UNROUTED-LINE.
           MOVE WS-UR-POOL-ID(WS-UNR-IX) TO U-POOL-ID
           MOVE WS-UR-ROWS(WS-UNR-IX) TO U-ROWS
           WRITE RPT-LINE FROM WS-RPT-UNROUTED-LINE
               AFTER ADVANCING 1 LINE.

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
           MOVE "ORDXCUT" TO CYC-STEP-NAME
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
           MOVE WS-ROWS-READ TO WS-CYC-ROWS-IN
           MOVE WS-ROWS-ROUTED TO WS-CYC-ROWS-OUT
           IF P-VERDICT NOT = "OK"
               MOVE "N" TO WS-CYC-BALANCED
           END-IF
           PERFORM 8500-POST-CYCLE-LEDGER.
