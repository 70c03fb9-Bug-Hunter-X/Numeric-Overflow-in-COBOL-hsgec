      *****************************************************
      *  PROGRAM-ID: ORDAUDCK                              *
      *  Hash-chain verification of the audit trail.       *
      *  ORDSEQCK proves the numbers form a sequence; it    *
      *  cannot see a row whose status, request, run id or  *
      *  date was edited in place, or a VOIDED row slipped  *
      *  in after the fact.  Every row ORDNUM, ORDHLAPS     *
      *  and ORDYREND write carries a chain sequence, the   *
      *  hash of the row chained before it and its own      *
      *  hash (AUDREC), and CHNFILE holds the head of the   *
      *  chain.  This job sorts the operational AUDFILE     *
      *  and the ARCFILE rows ORDAPRG moved out by chain    *
      *  sequence and walks the chain checking:             *
      *    - every row's hash recomputes from its contents  *
      *      (ALTERED ROW)                                  *
      *    - every row chains from the hash of the row      *
      *      before it (BROKEN LINK)                        *
      *    - no sequence is missing or appears twice        *
      *    - the last row is the row CHNFILE says the       *
      *      chain ends on - rows cut off the end leave no  *
      *      gap to find                                    *
      *    - no unchained row carries a run date on or      *
      *      after the day the chain started                *
      *  Rows written before the chain carry no sequence    *
      *  and are counted, not proved.  Prints every         *
      *  exception and the first broken link; any           *
      *  exception ends with a nonzero return code.         *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDAUDCK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT ARC-FILE ASSIGN TO "ARCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS.

           SELECT SRT-CHN-FILE ASSIGN TO "AUCWRKA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRT-CHN-STATUS.

           SELECT SORTWK-CHN ASSIGN TO "SORTWKM".

           SELECT RPT-FILE ASSIGN TO "CHRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  ARC-FILE.
       01  ARC-RECORD.
           05  ARC-AUDIT-ROW           PIC X(140).
           05  FILLER                  PIC X(1).
           05  ARC-ARCHIVE-DATE        PIC X(10).

       FD  CHN-FILE.
           COPY CHNREC.

      *    Chain sequence first, then which file the row came from,
      *    then the audit image whole - the hash is over the image
      *    byte for byte, so it must reach the walk untouched.
       SD  SORTWK-CHN.
       01  SK-RECORD.
           05  SK-CHAIN-SEQ            PIC 9(9).
           05  FILLER                  PIC X(1).
           05  SK-SIDE                 PIC X(4).
           05  FILLER                  PIC X(1).
           05  SK-AUDIT-ROW            PIC X(140).

       FD  SRT-CHN-FILE.
       01  GK-RECORD.
           05  GK-CHAIN-SEQ            PIC 9(9).
           05  FILLER                  PIC X(1).
           05  GK-SIDE                 PIC X(4).
           05  FILLER                  PIC X(1).
           05  GK-AUDIT-ROW            PIC X(140).

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-ARC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CHN-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-SRT-CHN-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-AUD-EOF              PIC X(1)   VALUE "N".
           05  WS-ARC-EOF              PIC X(1)   VALUE "N".
           05  WS-SRT-EOF              PIC X(1)   VALUE "N".

      *    The audit row being released or walked, whichever file
      *    it came from - the archive stores the image whole, so it
      *    parses back through this layout.  Numbers are X here: a
      *    row edited by hand need not be numeric where it should.
       01  WS-ARC-AUD-ROW.
           05  WA-ISSUED-NUMBER        PIC X(7).
           05  FILLER                  PIC X(1).
           05  WA-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-RUN-ID               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-POOL-ID              PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-STATUS               PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-REQUEST-ID           PIC X(10).
           05  FILLER                  PIC X(1).
           05  WA-LAST-NUMBER          PIC X(7).
           05  FILLER                  PIC X(1).
           05  WA-QUANTITY             PIC X(5).
           05  FILLER                  PIC X(1).
           05  WA-CHECK-DIGIT          PIC X(1).
           05  FILLER                  PIC X(1).
           05  WA-DEPT-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  WA-CHAIN-SEQ            PIC X(9).
           05  FILLER                  PIC X(1).
           05  WA-PREV-HASH            PIC X(18).
           05  FILLER                  PIC X(1).
           05  WA-ROW-HASH             PIC X(18).

      *    The chain head as CHNFILE holds it.  No head at all is
      *    only an exception when there are chained rows to end on.
       01  WS-HEAD-FIELDS.
           05  WS-HEAD-ON-FILE         PIC X(1)   VALUE "N".
           05  WS-HEAD-LAST-SEQ        PIC 9(9)   VALUE 0.
           05  WS-HEAD-LAST-HASH       PIC X(18)  VALUE SPACES.
           05  WS-HEAD-START-DATE      PIC X(10)  VALUE SPACES.
           05  WS-HEAD-START-YYYYMMDD  PIC 9(8)   VALUE 0.

       01  WS-WALK-FIELDS.
           05  WS-PREV-SET             PIC X(1)   VALUE "N".
           05  WS-PREV-SEQ             PIC 9(9)   VALUE 0.
           05  WS-PREV-HASH            PIC X(18)  VALUE SPACES.
           05  WS-PREV-ROW             PIC X(140) VALUE SPACES.
           05  WS-EXPECTED-SEQ         PIC 9(9)   VALUE 1.
           05  WS-MISSING-ROWS         PIC 9(9)   VALUE 0.
           05  WS-FIRST-BREAK-SEQ      PIC 9(9)   VALUE 0.
           05  WS-EXCEPTION-TEXT       PIC X(24)  VALUE SPACES.
           05  WS-LINE-SEQ             PIC 9(9)   VALUE 0.
           05  WS-LINE-SIDE            PIC X(4)   VALUE SPACES.

       01  WS-DATE-CONVERT.
           05  WS-DC-DATE              PIC X(10)  VALUE SPACES.
           05  WS-DC-YYYYMMDD          PIC 9(8)   VALUE 0.

      *    The row hash, exactly as the writing programs compute it
      *    - 2910-CHAIN-AUDIT-ROW in ORDNUM and its twins in
      *    ORDHLAPS and ORDYREND.  The two must not drift.
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

       01  WS-CHECK-TOTALS.
           05  WS-OPER-ROWS            PIC 9(7)   VALUE 0.
           05  WS-ARCH-ROWS            PIC 9(7)   VALUE 0.
           05  WS-CHAINED-ROWS         PIC 9(7)   VALUE 0.
           05  WS-LEGACY-ROWS          PIC 9(7)   VALUE 0.
           05  WS-ALTERED-COUNT        PIC 9(5)   VALUE 0.
           05  WS-BROKEN-COUNT         PIC 9(5)   VALUE 0.
           05  WS-DUPLICATE-COUNT      PIC 9(5)   VALUE 0.
           05  WS-MISSING-COUNT        PIC 9(7)   VALUE 0.
           05  WS-UNCHAINED-COUNT      PIC 9(5)   VALUE 0.
           05  WS-HEAD-ERROR-COUNT     PIC 9(5)   VALUE 0.

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
               "AUDIT HASH-CHAIN CHECK".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(10)  VALUE "SEQUENCE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "FILE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(7)   VALUE "NUMBER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "STATUS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "RUN DATE".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "REQUEST".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(24)  VALUE "EXCEPTION".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "ROWS".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-SEQ                   PIC Z(9)9  VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-SIDE                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-NUMBER                PIC X(7)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-STATUS                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-RUN-DATE              PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-REQUEST-ID            PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-EXCEPTION             PIC X(24)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-ROWS                  PIC Z(9)9  VALUE ZERO.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(15)  VALUE
               "CHAINED ROWS: ".
           05  F-CHAINED               PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(17)  VALUE
               "UNCHAINED ROWS: ".
           05  F-LEGACY                PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "AUDFILE ".
           05  F-OPER                  PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "ARCFILE ".
           05  F-ARCH                  PIC Z,ZZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-2.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(9)   VALUE "ALTERED: ".
           05  F-ALTERED               PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "BROKEN LINKS: ".
           05  F-BROKEN                PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE
               "DUPLICATES: ".
           05  F-DUPLICATES            PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(14)  VALUE
               "ROWS MISSING: ".
           05  F-MISSING               PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE
               "UNCHAINED: ".
           05  F-UNCHAINED             PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "HEAD: ".
           05  F-HEAD-ERRORS           PIC ZZ9    VALUE ZERO.

       01  WS-RPT-FOOTER-3.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  F-VERDICT               PIC X(36)  VALUE SPACES.
           05  F-VERDICT-SEQ           PIC Z(8)9  VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(20)  VALUE
               "CHNFILE HEAD AT: ".
           05  F-HEAD-SEQ              PIC Z(8)9  VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE
               "CHAIN STARTED: ".
           05  F-START-DATE            PIC X(10)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SORT-AUDIT-TRAIL
           PERFORM 3000-WALK-CHAIN
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
           PERFORM 1100-LOAD-CHAIN-HEAD.

       1100-LOAD-CHAIN-HEAD.
      *    No CHNFILE is not fatal here - a trail that was never
      *    chained has nothing to prove, and a trail that WAS
      *    chained without its head is exactly what the walk must
      *    report.  Any other open failure means the head cannot
      *    be trusted either way.
           OPEN INPUT CHN-FILE
           IF WS-CHN-STATUS NOT = "00"
               IF WS-CHN-STATUS = "35"
                   DISPLAY "CHNFILE not available for chain check - "
                           "status " WS-CHN-STATUS
               ELSE
                   DISPLAY "FATAL: CHNFILE open failed - status "
                       WS-CHN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               MOVE "AUDFILE" TO CHN-CHAIN-ID
               READ CHN-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CHN-LAST-SEQ IS NUMERIC
                               AND CHN-LAST-HASH IS NUMERIC
                           MOVE "Y" TO WS-HEAD-ON-FILE
                           MOVE CHN-LAST-SEQ TO WS-HEAD-LAST-SEQ
                           MOVE CHN-LAST-HASH TO WS-HEAD-LAST-HASH
                           MOVE CHN-START-DATE TO WS-HEAD-START-DATE
                       ELSE
                           MOVE "DAMAGED CHAIN HEAD"
                               TO WS-EXCEPTION-TEXT
                           ADD 1 TO WS-HEAD-ERROR-COUNT
                           MOVE SPACES TO WS-ARC-AUD-ROW
                           MOVE SPACES TO WS-LINE-SIDE
                           MOVE 0 TO WS-LINE-SEQ
                           MOVE 0 TO WS-MISSING-ROWS
                           PERFORM 5100-WRITE-DETAIL-LINE
                       END-IF
               END-READ
               CLOSE CHN-FILE
           END-IF
           MOVE WS-HEAD-START-DATE TO WS-DC-DATE
           PERFORM 3900-CONVERT-DATE
           MOVE WS-DC-YYYYMMDD TO WS-HEAD-START-YYYYMMDD.

       2000-SORT-AUDIT-TRAIL.
      *    Both halves of the trail feed one sort by chain sequence:
      *    ORDAPRG archives by reconciliation group, so a stretch of
      *    the chain can sit on either file in any order, and only
      *    the sequence puts it back together.
           SORT SORTWK-CHN ON ASCENDING KEY SK-CHAIN-SEQ
                                            SK-SIDE
               INPUT PROCEDURE IS 2100-RELEASE-ALL-ROWS
               GIVING SRT-CHN-FILE.

       2100-RELEASE-ALL-ROWS.
           OPEN INPUT AUD-FILE
           IF WS-AUD-STATUS NOT = "00"
               DISPLAY "AUDFILE not available for chain check - "
                       "status " WS-AUD-STATUS
           ELSE
               PERFORM 2120-RELEASE-AUD-LOOP UNTIL WS-AUD-EOF = "Y"
               CLOSE AUD-FILE
           END-IF
           OPEN INPUT ARC-FILE
           IF WS-ARC-STATUS NOT = "00"
               DISPLAY "ARCFILE not available for chain check - "
                       "status " WS-ARC-STATUS " (no archive yet)"
           ELSE
               PERFORM 2140-RELEASE-ARC-LOOP UNTIL WS-ARC-EOF = "Y"
               CLOSE ARC-FILE
           END-IF.

       2120-RELEASE-AUD-LOOP.
           READ AUD-FILE
               AT END
                   MOVE "Y" TO WS-AUD-EOF
               NOT AT END
                   ADD 1 TO WS-OPER-ROWS
                   MOVE AUD-RECORD TO WS-ARC-AUD-ROW
                   MOVE "OPER" TO SK-SIDE
                   PERFORM 2160-RELEASE-CHAIN-ROW
           END-READ.

       2140-RELEASE-ARC-LOOP.
      *    Archive rows from before the chain are shorter images
      *    with the archive date where the chain fields now sit -
      *    the sequence is not numeric there, so they count as
      *    unchained like any other legacy row.
           READ ARC-FILE
               AT END
                   MOVE "Y" TO WS-ARC-EOF
               NOT AT END
                   ADD 1 TO WS-ARCH-ROWS
                   MOVE ARC-AUDIT-ROW TO WS-ARC-AUD-ROW
                   MOVE "ARCH" TO SK-SIDE
                   PERFORM 2160-RELEASE-CHAIN-ROW
           END-READ.

       2160-RELEASE-CHAIN-ROW.
      *    An unchained row is only believable if it predates the
      *    chain.  One dated on or after the day the chain started
      *    was written by something other than the chaining
      *    programs - or had its chain fields blanked to hide an
      *    edit - and is reported here, since it never reaches the
      *    walk.
           IF WA-CHAIN-SEQ IS NUMERIC
               ADD 1 TO WS-CHAINED-ROWS
               MOVE WA-CHAIN-SEQ TO SK-CHAIN-SEQ
               MOVE WS-ARC-AUD-ROW TO SK-AUDIT-ROW
               RELEASE SK-RECORD
           ELSE
               ADD 1 TO WS-LEGACY-ROWS
               MOVE WA-RUN-DATE TO WS-DC-DATE
               PERFORM 3900-CONVERT-DATE
               IF WS-HEAD-START-YYYYMMDD > 0
                       AND WS-DC-YYYYMMDD >= WS-HEAD-START-YYYYMMDD
                   MOVE "UNCHAINED AFTER START" TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-UNCHAINED-COUNT
                   MOVE SK-SIDE TO WS-LINE-SIDE
                   MOVE 0 TO WS-LINE-SEQ
                   MOVE 0 TO WS-MISSING-ROWS
                   PERFORM 5100-WRITE-DETAIL-LINE
               END-IF
           END-IF.

       3000-WALK-CHAIN.
           OPEN INPUT SRT-CHN-FILE
           IF WS-SRT-CHN-STATUS NOT = "00"
               DISPLAY "Sorted work file not available - status "
                       WS-SRT-CHN-STATUS
           ELSE
               PERFORM 3020-WALK-LOOP UNTIL WS-SRT-EOF = "Y"
               CLOSE SRT-CHN-FILE
           END-IF
           PERFORM 3500-CHECK-CHAIN-TAIL.

       3020-WALK-LOOP.
           READ SRT-CHN-FILE
               AT END
                   MOVE "Y" TO WS-SRT-EOF
               NOT AT END
                   MOVE GK-AUDIT-ROW TO WS-ARC-AUD-ROW
                   MOVE GK-CHAIN-SEQ TO WS-LINE-SEQ
                   MOVE GK-SIDE TO WS-LINE-SIDE
                   PERFORM 3100-CHECK-ONE-ROW
           END-READ.

       3100-CHECK-ONE-ROW.
      *    A second row on a sequence already walked is either the
      *    same row on both files - an ORDAPRG run whose NEWAUD
      *    was never swapped in - or a row forged onto a sequence
      *    that was taken.  Either way the chain carries on from
      *    the first one.
           IF WS-PREV-SET = "Y" AND GK-CHAIN-SEQ = WS-PREV-SEQ
               IF GK-AUDIT-ROW = WS-PREV-ROW
                   MOVE "SAME ROW ON BOTH FILES" TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE "DUPLICATE SEQUENCE" TO WS-EXCEPTION-TEXT
               END-IF
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE 0 TO WS-MISSING-ROWS
               PERFORM 5100-WRITE-DETAIL-LINE
               PERFORM 3800-NOTE-FIRST-BREAK
           ELSE
               PERFORM 3200-CHECK-SEQUENCE
               PERFORM 3300-CHECK-ROW-HASH
               MOVE "Y" TO WS-PREV-SET
               MOVE GK-CHAIN-SEQ TO WS-PREV-SEQ
               MOVE WA-ROW-HASH TO WS-PREV-HASH
               MOVE GK-AUDIT-ROW TO WS-PREV-ROW
               COMPUTE WS-EXPECTED-SEQ = GK-CHAIN-SEQ + 1
           END-IF.

       3200-CHECK-SEQUENCE.
      *    A gap is rows taken off the trail; the row after it
      *    cannot chain from a hash that is gone, so the gap is the
      *    break and the link is not reported a second time.  With
      *    no gap the row must chain from the hash of the row
      *    before it - the first row from the all-zero genesis.
           IF GK-CHAIN-SEQ > WS-EXPECTED-SEQ
               COMPUTE WS-MISSING-ROWS =
                   GK-CHAIN-SEQ - WS-EXPECTED-SEQ
               ADD WS-MISSING-ROWS TO WS-MISSING-COUNT
               MOVE "ROWS MISSING BEFORE" TO WS-EXCEPTION-TEXT
               PERFORM 5100-WRITE-DETAIL-LINE
               IF WS-FIRST-BREAK-SEQ = 0
                   MOVE WS-EXPECTED-SEQ TO WS-FIRST-BREAK-SEQ
               END-IF
           ELSE
               IF WS-PREV-SET = "N"
                   MOVE ALL "0" TO WS-PREV-HASH
               END-IF
               IF WA-PREV-HASH NOT = WS-PREV-HASH
                   MOVE "BROKEN LINK" TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-BROKEN-COUNT
                   MOVE 0 TO WS-MISSING-ROWS
                   PERFORM 5100-WRITE-DETAIL-LINE
                   PERFORM 3800-NOTE-FIRST-BREAK
               END-IF
           END-IF.

       3300-CHECK-ROW-HASH.
      *    The row's own hash is recomputed from its own contents
      *    seeded with the hash it claims to chain from, so an
      *    edited row is caught on the row itself; re-hashing the
      *    edit to hide it breaks the link on the row after.
           IF WA-PREV-HASH IS NOT NUMERIC
               MOVE ZEROS TO WS-HSH-RESULT
           ELSE
               MOVE WS-ARC-AUD-ROW(1:92) TO WS-HSH-ROW
               MOVE GK-CHAIN-SEQ TO WS-HSH-SEQ
               MOVE WA-PREV-HASH TO WS-HSH-SEED
               PERFORM 3320-HASH-AUDIT-ROW
           END-IF
           IF WA-PREV-HASH IS NOT NUMERIC
                   OR WS-HSH-RESULT NOT = WA-ROW-HASH
               MOVE "ALTERED ROW" TO WS-EXCEPTION-TEXT
               ADD 1 TO WS-ALTERED-COUNT
               MOVE 0 TO WS-MISSING-ROWS
               PERFORM 5100-WRITE-DETAIL-LINE
               PERFORM 3800-NOTE-FIRST-BREAK
           END-IF.

       3320-HASH-AUDIT-ROW.
           MOVE WS-HSH-SEED-A TO WS-HSH-A
           MOVE WS-HSH-SEED-B TO WS-HSH-B
           PERFORM 3325-HASH-ONE-BYTE
               VARYING WS-HSH-IX FROM 1 BY 1
               UNTIL WS-HSH-IX > 101
           MOVE WS-HSH-A TO WS-HSH-RESULT-A
           MOVE WS-HSH-B TO WS-HSH-RESULT-B.

       3325-HASH-ONE-BYTE.
           COMPUTE WS-HSH-BYTE =
               FUNCTION ORD(WS-HSH-INPUT(WS-HSH-IX:1))
           COMPUTE WS-HSH-A =
               FUNCTION MOD(WS-HSH-A * 257 + WS-HSH-BYTE, 999999937)
           COMPUTE WS-HSH-B =
               FUNCTION MOD(WS-HSH-B * 263 + WS-HSH-BYTE, 999999929).

       3500-CHECK-CHAIN-TAIL.
      *    Rows cut off the END of the trail leave no gap for the
      *    walk to find - only the head knows how far the chain
      *    ran.  A trail that runs past the head was added to by
      *    something that did not move the head.
           MOVE SPACES TO WS-ARC-AUD-ROW
           MOVE SPACES TO WS-LINE-SIDE
           MOVE 0 TO WS-MISSING-ROWS
           EVALUATE TRUE
               WHEN WS-HEAD-ERROR-COUNT > 0
                   CONTINUE
               WHEN WS-HEAD-ON-FILE = "N"
                   IF WS-CHAINED-ROWS > 0
                       MOVE "NO CHAIN HEAD" TO WS-EXCEPTION-TEXT
                       ADD 1 TO WS-HEAD-ERROR-COUNT
                       MOVE WS-PREV-SEQ TO WS-LINE-SEQ
                       PERFORM 5100-WRITE-DETAIL-LINE
                   END-IF
               WHEN WS-PREV-SEQ < WS-HEAD-LAST-SEQ
                   COMPUTE WS-MISSING-ROWS =
                       WS-HEAD-LAST-SEQ - WS-PREV-SEQ
                   ADD WS-MISSING-ROWS TO WS-MISSING-COUNT
                   MOVE "ROWS MISSING AT END" TO WS-EXCEPTION-TEXT
                   MOVE WS-HEAD-LAST-SEQ TO WS-LINE-SEQ
                   PERFORM 5100-WRITE-DETAIL-LINE
                   COMPUTE WS-EXPECTED-SEQ = WS-PREV-SEQ + 1
                   IF WS-FIRST-BREAK-SEQ = 0
                       MOVE WS-EXPECTED-SEQ TO WS-FIRST-BREAK-SEQ
                   END-IF
               WHEN WS-PREV-SEQ > WS-HEAD-LAST-SEQ
                   MOVE "ROWS PAST CHAIN HEAD" TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-HEAD-ERROR-COUNT
                   MOVE WS-PREV-SEQ TO WS-LINE-SEQ
                   PERFORM 5100-WRITE-DETAIL-LINE
                   COMPUTE WS-EXPECTED-SEQ = WS-HEAD-LAST-SEQ + 1
                   IF WS-FIRST-BREAK-SEQ = 0
                       MOVE WS-EXPECTED-SEQ TO WS-FIRST-BREAK-SEQ
                   END-IF
               WHEN WS-PREV-SEQ > 0
                       AND WS-PREV-HASH NOT = WS-HEAD-LAST-HASH
                   MOVE "TAIL MISMATCH" TO WS-EXCEPTION-TEXT
                   ADD 1 TO WS-HEAD-ERROR-COUNT
                   MOVE WS-PREV-SEQ TO WS-LINE-SEQ
                   PERFORM 5100-WRITE-DETAIL-LINE
                   IF WS-FIRST-BREAK-SEQ = 0
                       MOVE WS-PREV-SEQ TO WS-FIRST-BREAK-SEQ
                   END-IF
           END-EVALUATE.

       3800-NOTE-FIRST-BREAK.
           IF WS-FIRST-BREAK-SEQ = 0
               MOVE WS-LINE-SEQ TO WS-FIRST-BREAK-SEQ
           END-IF.

       3900-CONVERT-DATE.
      *    MM/DD/YYYY to YYYYMMDD for comparing; anything that does
      *    not read as a date converts to zero.
           MOVE 0 TO WS-DC-YYYYMMDD
           IF WS-DC-DATE(1:2) IS NUMERIC
                   AND WS-DC-DATE(4:2) IS NUMERIC
                   AND WS-DC-DATE(7:4) IS NUMERIC
                   AND WS-DC-DATE(3:1) = "/"
               MOVE WS-DC-DATE(7:4) TO WS-DC-YYYYMMDD(1:4)
               MOVE WS-DC-DATE(1:2) TO WS-DC-YYYYMMDD(5:2)
               MOVE WS-DC-DATE(4:2) TO WS-DC-YYYYMMDD(7:2)
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
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-DETAIL-LINE.
           IF WS-PAGE-COUNT = 0 OR WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-LINE-SEQ TO D-SEQ
           MOVE WS-LINE-SIDE TO D-SIDE
           MOVE WA-POOL-ID TO D-POOL-ID
           MOVE WA-ISSUED-NUMBER TO D-NUMBER
           MOVE WA-STATUS TO D-STATUS
           MOVE WA-RUN-DATE TO D-RUN-DATE
           MOVE WA-REQUEST-ID TO D-REQUEST-ID
           MOVE WS-EXCEPTION-TEXT TO D-EXCEPTION
           MOVE WS-MISSING-ROWS TO D-ROWS
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE WS-CHAINED-ROWS TO F-CHAINED
           MOVE WS-LEGACY-ROWS TO F-LEGACY
           MOVE WS-OPER-ROWS TO F-OPER
           MOVE WS-ARCH-ROWS TO F-ARCH
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES
           MOVE WS-ALTERED-COUNT TO F-ALTERED
           MOVE WS-BROKEN-COUNT TO F-BROKEN
           MOVE WS-DUPLICATE-COUNT TO F-DUPLICATES
           MOVE WS-MISSING-COUNT TO F-MISSING
           MOVE WS-UNCHAINED-COUNT TO F-UNCHAINED
           MOVE WS-HEAD-ERROR-COUNT TO F-HEAD-ERRORS
           WRITE RPT-LINE FROM WS-RPT-FOOTER-2 AFTER ADVANCING 1 LINE
           IF WS-FIRST-BREAK-SEQ > 0
               MOVE "FIRST BROKEN LINK AT SEQUENCE " TO F-VERDICT
               MOVE WS-FIRST-BREAK-SEQ TO F-VERDICT-SEQ
           ELSE
               MOVE "CHAIN INTACT THROUGH SEQUENCE " TO F-VERDICT
               MOVE WS-PREV-SEQ TO F-VERDICT-SEQ
           END-IF
           MOVE WS-HEAD-LAST-SEQ TO F-HEAD-SEQ
           MOVE WS-HEAD-START-DATE TO F-START-DATE
           WRITE RPT-LINE FROM WS-RPT-FOOTER-3 AFTER ADVANCING 1 LINE
           IF WS-ALTERED-COUNT > 0 OR WS-BROKEN-COUNT > 0
                   OR WS-DUPLICATE-COUNT > 0 OR WS-MISSING-COUNT > 0
                   OR WS-UNCHAINED-COUNT > 0
                   OR WS-HEAD-ERROR-COUNT > 0
               DISPLAY "AUDIT CHAIN: " WS-ALTERED-COUNT " altered, "
                   WS-BROKEN-COUNT " broken link(s), "
                   WS-DUPLICATE-COUNT " duplicate(s), "
                   WS-MISSING-COUNT " row(s) missing, "
                   WS-UNCHAINED-COUNT " unchained, "
                   WS-HEAD-ERROR-COUNT " head error(s) - first "
                   "break at sequence " WS-FIRST-BREAK-SEQ
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
