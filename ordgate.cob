      *****************************************************
      *  PROGRAM-ID: ORDGATE                               *
      *  Nightly cycle step gate.  Every step of the night  *
      *  posts a completion row to the shared cycle ledger  *
      *  (CYCFILE) when it reaches its end; the scheduler   *
      *  calls this program before each step and before     *
      *  each NEWxxx swap, and it refuses (return code 8)   *
      *  when the step's prerequisites have not completed   *
      *  cleanly for the same business date, or when the    *
      *  NEW file about to be swapped in came from a step   *
      *  that did not balance.  Last month ORDRECON ran     *
      *  against an un-edited CONFILE because ORDCONED had  *
      *  been skipped - that is the case this stops.        *
      *  A step is clean when its latest ledger row for the *
      *  business date says its own proof balanced and its  *
      *  return code is below 16; ORDXACK's 8 for pending   *
      *  acknowledgments is business, not a failed step.    *
      *  PARM:                                              *
      *    OPEN[,MM/DD/YYYY] - open the cycle: CYCDATE is   *
      *        written with the business date (blank means  *
      *        today) so steps past midnight post to it     *
      *    STEP,program      - may this step run now?       *
      *    SWAP,file[,program] - may this NEW file be       *
      *        swapped in?  The producing program is only   *
      *        needed for NEWCON, which two steps build     *
      *    REPORT            - end-of-cycle status report   *
      *        to GTRFILE; ends 8 if the cycle is not       *
      *        complete so the morning shift sees it        *
      *  Refusals are posted to the ledger as well, so the  *
      *  report can tell a step that never ran from one     *
      *  the gate held back.                                *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDGATE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYC-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CYD-FILE ASSIGN TO "CYCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYD-STATUS.

           SELECT RPT-FILE ASSIGN TO "GTRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-CYC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYC-EOF              PIC X(1)   VALUE "N".

       01  WS-PARM-FIELDS.
           05  WS-PARM                 PIC X(80)  VALUE SPACES.
           05  WS-GATE-MODE            PIC X(8)   VALUE SPACES.
           05  WS-GATE-NAME            PIC X(10)  VALUE SPACES.
           05  WS-GATE-PRODUCER        PIC X(10)  VALUE SPACES.

       01  WS-GATE-FIELDS.
           05  WS-BUSINESS-DATE        PIC X(10)  VALUE SPACES.
           05  WS-GATE-REFUSED         PIC X(1)   VALUE "N".
           05  WS-STEP-KNOWN           PIC X(1)   VALUE "N".
           05  WS-SWAP-MATCHES         PIC 9(3)   VALUE 0.
           05  WS-FIND-TYPE            PIC X(1)   VALUE SPACE.
           05  WS-FIND-NAME            PIC X(8)   VALUE SPACES.
           05  WS-FIND-PRODUCER        PIC X(8)   VALUE SPACES.
           05  WS-FOUND-IX             PIC 9(3)   VALUE 0    COMP.
           05  WS-POST-TYPE            PIC X(1)   VALUE SPACE.
           05  WS-POST-NAME            PIC X(8)   VALUE SPACES.
           05  WS-POST-PRODUCER        PIC X(8)   VALUE SPACES.
           05  WS-POST-BALANCED        PIC X(1)   VALUE "Y".
           05  WS-STATUS-TEXT          PIC X(12)  VALUE SPACES.
           05  WS-PREREQ-TEXT          PIC X(40)  VALUE SPACES.

      *    The night's steps in running order - the order the
      *    status report lists them in.
       01  WS-STEP-ORDER-VALUES.
           05  FILLER                  PIC X(8)   VALUE "ORDNUM".
           05  FILLER                  PIC X(8)   VALUE "ORDBAL".
           05  FILLER                  PIC X(8)   VALUE "ORDCONED".
           05  FILLER                  PIC X(8)   VALUE "ORDRECON".
           05  FILLER                  PIC X(8)   VALUE "ORDXCUT".
           05  FILLER                  PIC X(8)   VALUE "ORDXACK".
           05  FILLER                  PIC X(8)   VALUE "ORDDAYSM".
           05  FILLER                  PIC X(8)   VALUE "ORDAPRG".
           05  FILLER                  PIC X(8)   VALUE "ORDREGHK".
       01  WS-STEP-ORDER REDEFINES WS-STEP-ORDER-VALUES.
           05  WS-SO-STEP              PIC X(8)   OCCURS 9 TIMES.
       01  WS-STEP-MAX                 PIC 9(3)   VALUE 9    COMP.
       01  WS-STEP-IX                  PIC 9(3)   VALUE 0    COMP.

      *    What must have completed cleanly, for the same business
      *    date, before a step may start: "S" rows name a step,
      *    "W" rows a NEW file that must already have been swapped
      *    in (and by which producer).  Keep in step with the
      *    scheduler's job network.
       01  WS-PREREQ-VALUES.
           05  FILLER                  PIC X(25)  VALUE
               "ORDBAL  SORDNUM          ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDRECONSORDNUM          ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDRECONSORDCONED        ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDRECONWNEWCON  ORDCONED".
           05  FILLER                  PIC X(25)  VALUE
               "ORDXCUT SORDBAL          ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDXACK SORDXCUT         ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDDAYSMSORDBAL          ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDAPRG SORDBAL          ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDAPRG SORDRECON        ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDAPRG SORDDAYSM        ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDREGHKSORDAPRG         ".
           05  FILLER                  PIC X(25)  VALUE
               "ORDREGHKWNEWAUD  ORDAPRG ".
       01  WS-PREREQ-TABLE REDEFINES WS-PREREQ-VALUES.
           05  WS-PREREQ-ENTRY         OCCURS 12 TIMES.
               10  WS-PR-STEP          PIC X(8).
               10  WS-PR-TYPE          PIC X(1).
               10  WS-PR-NAME          PIC X(8).
               10  WS-PR-PRODUCER      PIC X(8).
       01  WS-PREREQ-MAX               PIC 9(3)   VALUE 12   COMP.
       01  WS-PREREQ-IX                PIC 9(3)   VALUE 0    COMP.

      *    Every NEW file the night builds and the step that builds
      *    it.  NEWCON has two producers: ORDCONED's edited file
      *    early in the night, ORDAPRG's archived one at the end.
       01  WS-SWAP-VALUES.
           05  FILLER                  PIC X(16)  VALUE
               "NEWCON  ORDCONED".
           05  FILLER                  PIC X(16)  VALUE
               "NEWIFC  ORDXCUT ".
           05  FILLER                  PIC X(16)  VALUE
               "NEWXLOG ORDXACK ".
           05  FILLER                  PIC X(16)  VALUE
               "NEWSTA  ORDDAYSM".
           05  FILLER                  PIC X(16)  VALUE
               "NEWAUD  ORDAPRG ".
           05  FILLER                  PIC X(16)  VALUE
               "NEWCON  ORDAPRG ".
           05  FILLER                  PIC X(16)  VALUE
               "NEWREG  ORDREGHK".
       01  WS-SWAP-TABLE REDEFINES WS-SWAP-VALUES.
           05  WS-SWAP-ENTRY           OCCURS 7 TIMES.
               10  WS-SW-FILE          PIC X(8).
               10  WS-SW-PRODUCER      PIC X(8).
       01  WS-SWAP-MAX                 PIC 9(3)   VALUE 7    COMP.
       01  WS-SWAP-IX                  PIC 9(3)   VALUE 0    COMP.

      *    The ledger rows for the business date, one entry per
      *    type/name/producer - a rerun replaces the entry with its
      *    newer row and bumps the run count, so the latest word on
      *    each step is the one judged.
       01  WS-LEDGER-TABLE.
           05  WS-LG-MAX               PIC 9(3)   VALUE 200  COMP.
           05  WS-LG-USED              PIC 9(3)   VALUE 0    COMP.
           05  WS-LG-OVERFLOW          PIC X(1)   VALUE "N".
           05  WS-LG-ENTRY             OCCURS 200 TIMES.
               10  WS-LG-TYPE          PIC X(1).
               10  WS-LG-NAME          PIC X(8).
               10  WS-LG-PRODUCER      PIC X(8).
               10  WS-LG-RUN-TIME      PIC X(8).
               10  WS-LG-ROWS-IN       PIC 9(7).
               10  WS-LG-ROWS-OUT      PIC 9(7).
               10  WS-LG-RETURN-CODE   PIC 9(3).
               10  WS-LG-BALANCED      PIC X(1).
               10  WS-LG-RUNS          PIC 9(3).

       01  WS-LG-IX                    PIC 9(3)   VALUE 0    COMP.

       01  WS-CONTROL-COUNTS.
           05  WS-LEDGER-ROWS-READ     PIC 9(7)   VALUE 0.
           05  WS-STEPS-COMPLETE       PIC 9(3)   VALUE 0.
           05  WS-SWAPS-RELEASED       PIC 9(3)   VALUE 0.

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
           05  WS-RUN-TIME-HHMMSSCC    PIC 9(8).
           05  WS-RUN-TIME             PIC X(8)   VALUE SPACES.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
               "NIGHTLY CYCLE STATUS".
           05  FILLER                  PIC X(10)  VALUE "RUN DATE: ".
           05  H1-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "PAGE: ".
           05  H1-PAGE                 PIC ZZ9    VALUE ZERO.

       01  WS-RPT-HEADING-BDATE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(15)  VALUE
               "BUSINESS DATE: ".
           05  H2-BUSINESS-DATE        PIC X(10)  VALUE SPACES.

       01  WS-RPT-STEP-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "STEP".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "STATUS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "RUNS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "LAST END".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "  ROWS IN".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE " ROWS OUT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE " RC".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(3)   VALUE "BAL".

       01  WS-RPT-STEP-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-STEP                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-STATUS                PIC X(12)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-RUNS                  PIC ZZZ9   VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-RUN-TIME              PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-ROWS-IN               PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-ROWS-OUT              PIC Z,ZZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-RETURN-CODE           PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(5)   VALUE SPACES.
           05  D-BALANCED              PIC X(1)   VALUE SPACE.

       01  WS-RPT-SWAP-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE "SWAP".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "FROM".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(12)  VALUE "STATUS".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "AT".

       01  WS-RPT-SWAP-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  W-FILE                  PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  W-PRODUCER              PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  W-STATUS                PIC X(12)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  W-RUN-TIME              PIC X(8)   VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(20)  VALUE
               "STEPS COMPLETE: ".
           05  F-STEPS-COMPLETE        PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE " OF ".
           05  F-STEPS-TOTAL           PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(18)  VALUE
               "SWAPS RELEASED: ".
           05  F-SWAPS-RELEASED        PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE " OF ".
           05  F-SWAPS-TOTAL           PIC ZZ9    VALUE ZERO.

       01  WS-RPT-RESULT-LINE.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(16)  VALUE
               "CYCLE RESULT: ".
           05  R-VERDICT               PIC X(16)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           EVALUATE WS-GATE-MODE
               WHEN "OPEN"
                   PERFORM 2000-OPEN-CYCLE
               WHEN "STEP"
                   PERFORM 2500-LOAD-LEDGER
                   PERFORM 3000-GATE-STEP
               WHEN "SWAP"
                   PERFORM 2500-LOAD-LEDGER
                   PERFORM 4000-GATE-SWAP
               WHEN "REPORT"
                   PERFORM 2500-LOAD-LEDGER
                   PERFORM 6000-CYCLE-REPORT
               WHEN OTHER
                   DISPLAY "PARM ERROR: mode " WS-GATE-MODE
                       " is not OPEN, STEP, SWAP or REPORT"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE-YYMMDD FROM DATE
           MOVE WS-CURRENT-MM TO WS-RUN-DATE(1:2)
           MOVE "/" TO WS-RUN-DATE(3:1)
           MOVE WS-CURRENT-DD TO WS-RUN-DATE(4:2)
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
           MOVE WS-RUN-TIME-HHMMSSCC(1:2) TO WS-RUN-TIME(1:2)
           MOVE ":" TO WS-RUN-TIME(3:1)
           MOVE WS-RUN-TIME-HHMMSSCC(3:2) TO WS-RUN-TIME(4:2)
           MOVE ":" TO WS-RUN-TIME(6:1)
           MOVE WS-RUN-TIME-HHMMSSCC(5:2) TO WS-RUN-TIME(7:2)
           ACCEPT WS-PARM FROM COMMAND-LINE
           UNSTRING WS-PARM DELIMITED BY ","
               INTO WS-GATE-MODE WS-GATE-NAME WS-GATE-PRODUCER
           END-UNSTRING
      *    The business date every check runs against is the open
      *    cycle's; with no cycle opened the clock's date stands in,
      *    the same fallback the steps use when they post.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           OPEN INPUT CYD-FILE
           IF WS-CYD-STATUS = "00"
               READ CYD-FILE
                   NOT AT END
                       MOVE CYD-BUSINESS-DATE TO WS-BUSINESS-DATE
               END-READ
               CLOSE CYD-FILE
           END-IF.

       2000-OPEN-CYCLE.
      *    A date on the PARM opens a rerun of a past night; it has
      *    to be a real MM/DD/YYYY or every step would post under a
      *    date no gate check could ever match.
           IF WS-GATE-NAME = SPACES
               MOVE WS-RUN-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-GATE-NAME(1:2) IS NUMERIC
                       AND WS-GATE-NAME(3:1) = "/"
                       AND WS-GATE-NAME(4:2) IS NUMERIC
                       AND WS-GATE-NAME(6:1) = "/"
                       AND WS-GATE-NAME(7:4) IS NUMERIC
                   MOVE WS-GATE-NAME TO WS-BUSINESS-DATE
               ELSE
                   DISPLAY "PARM ERROR: business date "
                       WS-GATE-NAME " is not MM/DD/YYYY"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT CYD-FILE
           IF WS-CYD-STATUS NOT = "00"
               DISPLAY "FATAL: CYCDATE open failed - status "
                   WS-CYD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CYD-RECORD
           MOVE WS-BUSINESS-DATE TO CYD-BUSINESS-DATE
           MOVE WS-RUN-DATE TO CYD-OPENED-DATE
           MOVE WS-RUN-TIME TO CYD-OPENED-TIME
           WRITE CYD-RECORD
           CLOSE CYD-FILE
           MOVE "O" TO WS-POST-TYPE
           MOVE "CYCLE" TO WS-POST-NAME
           MOVE SPACES TO WS-POST-PRODUCER
           MOVE "Y" TO WS-POST-BALANCED
           PERFORM 8500-POST-LEDGER-ROW
           DISPLAY "CYCLE OPENED for business date "
               WS-BUSINESS-DATE.

       2500-LOAD-LEDGER.
      *    No ledger at all means nothing has run yet - every
      *    prerequisite then reads as not run, which is the truth.
           OPEN INPUT CYC-FILE
           IF WS-CYC-STATUS NOT = "00"
               DISPLAY "CYCFILE not available - status "
                   WS-CYC-STATUS " (no step has posted yet)"
           ELSE
               PERFORM 2520-LEDGER-LOOP UNTIL WS-CYC-EOF = "Y"
               CLOSE CYC-FILE
           END-IF
           IF WS-LG-OVERFLOW = "Y"
               DISPLAY "GATE WARNING: more ledger entries for "
                   WS-BUSINESS-DATE " than the table holds"
           END-IF.

       2520-LEDGER-LOOP.
           READ CYC-FILE
               AT END
                   MOVE "Y" TO WS-CYC-EOF
               NOT AT END
                   ADD 1 TO WS-LEDGER-ROWS-READ
                   IF CYC-BUSINESS-DATE = WS-BUSINESS-DATE
                       PERFORM 2540-KEEP-LEDGER-ROW
                   END-IF
           END-READ.

       2540-KEEP-LEDGER-ROW.
           MOVE CYC-ENTRY-TYPE TO WS-FIND-TYPE
           MOVE CYC-STEP-NAME TO WS-FIND-NAME
           MOVE CYC-PRODUCER TO WS-FIND-PRODUCER
           PERFORM 2600-FIND-LEDGER-ENTRY
           IF WS-FOUND-IX = 0
               IF WS-LG-USED < WS-LG-MAX
                   ADD 1 TO WS-LG-USED
                   MOVE WS-LG-USED TO WS-FOUND-IX
                   MOVE CYC-ENTRY-TYPE TO WS-LG-TYPE(WS-FOUND-IX)
                   MOVE CYC-STEP-NAME TO WS-LG-NAME(WS-FOUND-IX)
                   MOVE CYC-PRODUCER TO WS-LG-PRODUCER(WS-FOUND-IX)
                   MOVE 0 TO WS-LG-RUNS(WS-FOUND-IX)
               ELSE
                   MOVE "Y" TO WS-LG-OVERFLOW
               END-IF
           END-IF
           IF WS-FOUND-IX > 0
               MOVE CYC-RUN-TIME TO WS-LG-RUN-TIME(WS-FOUND-IX)
               MOVE CYC-ROWS-IN TO WS-LG-ROWS-IN(WS-FOUND-IX)
               MOVE CYC-ROWS-OUT TO WS-LG-ROWS-OUT(WS-FOUND-IX)
               MOVE CYC-RETURN-CODE
                   TO WS-LG-RETURN-CODE(WS-FOUND-IX)
               MOVE CYC-BALANCED TO WS-LG-BALANCED(WS-FOUND-IX)
               ADD 1 TO WS-LG-RUNS(WS-FOUND-IX)
           END-IF.

       2600-FIND-LEDGER-ENTRY.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-LG-IX FROM 1 BY 1
                   UNTIL WS-LG-IX > WS-LG-USED
                   OR WS-FOUND-IX > 0
               IF WS-LG-TYPE(WS-LG-IX) = WS-FIND-TYPE
                       AND WS-LG-NAME(WS-LG-IX) = WS-FIND-NAME
                       AND WS-LG-PRODUCER(WS-LG-IX)
                           = WS-FIND-PRODUCER
                   MOVE WS-LG-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM.

       2700-JUDGE-STEP.
      *    The one definition of "completed cleanly" every check
      *    uses: a completion row for the business date, its own
      *    proof balanced, and a return code short of fatal.
           MOVE "S" TO WS-FIND-TYPE
           MOVE SPACES TO WS-FIND-PRODUCER
           PERFORM 2600-FIND-LEDGER-ENTRY
           EVALUATE TRUE
               WHEN WS-FOUND-IX = 0
                   MOVE "NOT RUN" TO WS-STATUS-TEXT
               WHEN WS-LG-BALANCED(WS-FOUND-IX) NOT = "Y"
                   MOVE "UNBALANCED" TO WS-STATUS-TEXT
               WHEN WS-LG-RETURN-CODE(WS-FOUND-IX) >= 16
                   MOVE "FAILED" TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-STATUS-TEXT
           END-EVALUATE.

       3000-GATE-STEP.
           MOVE "N" TO WS-STEP-KNOWN
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               IF WS-SO-STEP(WS-STEP-IX) = WS-GATE-NAME
                   MOVE "Y" TO WS-STEP-KNOWN
               END-IF
           END-PERFORM
           IF WS-STEP-KNOWN = "N"
               DISPLAY "PARM ERROR: step " WS-GATE-NAME
                   " is not a step of the nightly cycle"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-GATE-REFUSED
           PERFORM VARYING WS-PREREQ-IX FROM 1 BY 1
                   UNTIL WS-PREREQ-IX > WS-PREREQ-MAX
               IF WS-PR-STEP(WS-PREREQ-IX) = WS-GATE-NAME
                   PERFORM 3100-CHECK-PREREQUISITE
               END-IF
           END-PERFORM
           IF WS-GATE-REFUSED = "Y"
               MOVE "R" TO WS-POST-TYPE
               MOVE WS-GATE-NAME TO WS-POST-NAME
               MOVE SPACES TO WS-POST-PRODUCER
               MOVE "N" TO WS-POST-BALANCED
               MOVE 8 TO RETURN-CODE
               PERFORM 8500-POST-LEDGER-ROW
               DISPLAY "GATE REFUSED: step " WS-GATE-NAME
                   " for business date " WS-BUSINESS-DATE
           ELSE
               DISPLAY "GATE OPEN: step " WS-GATE-NAME
                   " may run for business date " WS-BUSINESS-DATE
           END-IF.

       3100-CHECK-PREREQUISITE.
           MOVE WS-PR-NAME(WS-PREREQ-IX) TO WS-FIND-NAME
           IF WS-PR-TYPE(WS-PREREQ-IX) = "S"
               PERFORM 2700-JUDGE-STEP
               IF WS-STATUS-TEXT NOT = "COMPLETE"
                   MOVE "Y" TO WS-GATE-REFUSED
                   DISPLAY "  prerequisite step "
                       WS-PR-NAME(WS-PREREQ-IX) " is "
                       WS-STATUS-TEXT
               END-IF
           ELSE
               MOVE "W" TO WS-FIND-TYPE
               MOVE WS-PR-PRODUCER(WS-PREREQ-IX) TO WS-FIND-PRODUCER
               PERFORM 2600-FIND-LEDGER-ENTRY
               IF WS-FOUND-IX = 0
                   MOVE "Y" TO WS-GATE-REFUSED
                   DISPLAY "  prerequisite swap "
                       WS-PR-NAME(WS-PREREQ-IX) " from "
                       WS-PR-PRODUCER(WS-PREREQ-IX)
                       " has not been released"
               END-IF
           END-IF.

       4000-GATE-SWAP.
      *    Name the producer when the file has more than one; with
      *    a single producer the table supplies it.
           MOVE 0 TO WS-SWAP-MATCHES
           PERFORM VARYING WS-SWAP-IX FROM 1 BY 1
                   UNTIL WS-SWAP-IX > WS-SWAP-MAX
               IF WS-SW-FILE(WS-SWAP-IX) = WS-GATE-NAME
                       AND (WS-GATE-PRODUCER = SPACES
                       OR WS-SW-PRODUCER(WS-SWAP-IX)
                           = WS-GATE-PRODUCER)
                   ADD 1 TO WS-SWAP-MATCHES
                   MOVE WS-SW-PRODUCER(WS-SWAP-IX) TO WS-FIND-PRODUCER
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SWAP-MATCHES = 0
                   DISPLAY "PARM ERROR: " WS-GATE-NAME " from "
                       WS-GATE-PRODUCER " is not a swap of the "
                       "nightly cycle"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               WHEN WS-SWAP-MATCHES > 1
                   DISPLAY "PARM ERROR: " WS-GATE-NAME " has more "
                       "than one producer - name it on the PARM"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE WS-FIND-PRODUCER TO WS-GATE-PRODUCER
           MOVE WS-GATE-PRODUCER TO WS-FIND-NAME
           PERFORM 2700-JUDGE-STEP
           MOVE WS-GATE-NAME TO WS-POST-NAME
           MOVE WS-GATE-PRODUCER TO WS-POST-PRODUCER
           IF WS-STATUS-TEXT = "COMPLETE"
               MOVE "W" TO WS-POST-TYPE
               MOVE "Y" TO WS-POST-BALANCED
               PERFORM 8500-POST-LEDGER-ROW
               DISPLAY "GATE OPEN: swap " WS-GATE-NAME " from "
                   WS-GATE-PRODUCER " for business date "
                   WS-BUSINESS-DATE
           ELSE
               MOVE "X" TO WS-POST-TYPE
               MOVE "N" TO WS-POST-BALANCED
               MOVE 8 TO RETURN-CODE
               PERFORM 8500-POST-LEDGER-ROW
               DISPLAY "GATE REFUSED: swap " WS-GATE-NAME " - "
                   "producing step " WS-GATE-PRODUCER " is "
                   WS-STATUS-TEXT
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
           MOVE WS-BUSINESS-DATE TO H2-BUSINESS-DATE
           WRITE RPT-LINE FROM WS-RPT-HEADING-BDATE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           MOVE 0 TO WS-LINE-COUNT.

       5100-WRITE-STEP-LINE.
           MOVE SPACES TO WS-RPT-STEP-DETAIL
           MOVE WS-SO-STEP(WS-STEP-IX) TO D-STEP
           MOVE WS-STATUS-TEXT TO D-STATUS
           IF WS-FOUND-IX > 0
               MOVE WS-LG-RUNS(WS-FOUND-IX) TO D-RUNS
               MOVE WS-LG-RUN-TIME(WS-FOUND-IX) TO D-RUN-TIME
               MOVE WS-LG-ROWS-IN(WS-FOUND-IX) TO D-ROWS-IN
               MOVE WS-LG-ROWS-OUT(WS-FOUND-IX) TO D-ROWS-OUT
               MOVE WS-LG-RETURN-CODE(WS-FOUND-IX) TO D-RETURN-CODE
               MOVE WS-LG-BALANCED(WS-FOUND-IX) TO D-BALANCED
           ELSE
               MOVE 0 TO D-RUNS
               MOVE 0 TO D-ROWS-IN
               MOVE 0 TO D-ROWS-OUT
               MOVE 0 TO D-RETURN-CODE
           END-IF
           WRITE RPT-LINE FROM WS-RPT-STEP-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5200-WRITE-SWAP-LINE.
           MOVE SPACES TO WS-RPT-SWAP-DETAIL
           MOVE WS-SW-FILE(WS-SWAP-IX) TO W-FILE
           MOVE WS-SW-PRODUCER(WS-SWAP-IX) TO W-PRODUCER
           MOVE WS-STATUS-TEXT TO W-STATUS
           IF WS-FOUND-IX > 0
               MOVE WS-LG-RUN-TIME(WS-FOUND-IX) TO W-RUN-TIME
           END-IF
           WRITE RPT-LINE FROM WS-RPT-SWAP-DETAIL
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5900-WRITE-REPORT-FOOTER.
           MOVE WS-STEPS-COMPLETE TO F-STEPS-COMPLETE
           MOVE WS-STEP-MAX TO F-STEPS-TOTAL
           MOVE WS-SWAPS-RELEASED TO F-SWAPS-RELEASED
           MOVE WS-SWAP-MAX TO F-SWAPS-TOTAL
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES
           IF WS-STEPS-COMPLETE = WS-STEP-MAX
                   AND WS-SWAPS-RELEASED = WS-SWAP-MAX
               MOVE "COMPLETE" TO R-VERDICT
           ELSE
               MOVE "INCOMPLETE" TO R-VERDICT
               DISPLAY "CYCLE INCOMPLETE for business date "
                   WS-BUSINESS-DATE " - " WS-STEPS-COMPLETE
                   " step(s) and " WS-SWAPS-RELEASED
                   " swap(s) done"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RPT-LINE FROM WS-RPT-RESULT-LINE
               AFTER ADVANCING 2 LINES.

       6000-CYCLE-REPORT.
           OPEN OUTPUT RPT-FILE
           PERFORM 5000-WRITE-REPORT-HEADERS
           WRITE RPT-LINE FROM WS-RPT-STEP-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                   UNTIL WS-STEP-IX > WS-STEP-MAX
               PERFORM 6100-REPORT-ONE-STEP
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-SWAP-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           PERFORM VARYING WS-SWAP-IX FROM 1 BY 1
                   UNTIL WS-SWAP-IX > WS-SWAP-MAX
               PERFORM 6200-REPORT-ONE-SWAP
           END-PERFORM
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.

       6100-REPORT-ONE-STEP.
      *    A step with no completion row may still have been held
      *    back by the gate - that is said, not just "not run".
           MOVE WS-SO-STEP(WS-STEP-IX) TO WS-FIND-NAME
           PERFORM 2700-JUDGE-STEP
           IF WS-STATUS-TEXT = "COMPLETE"
               ADD 1 TO WS-STEPS-COMPLETE
           END-IF
           IF WS-STATUS-TEXT = "NOT RUN"
               MOVE "R" TO WS-FIND-TYPE
               PERFORM 2600-FIND-LEDGER-ENTRY
               IF WS-FOUND-IX > 0
                   MOVE "GATE REFUSED" TO WS-STATUS-TEXT
               END-IF
           END-IF
           PERFORM 5100-WRITE-STEP-LINE.

       6200-REPORT-ONE-SWAP.
           MOVE WS-SW-FILE(WS-SWAP-IX) TO WS-FIND-NAME
           MOVE WS-SW-PRODUCER(WS-SWAP-IX) TO WS-FIND-PRODUCER
           MOVE "W" TO WS-FIND-TYPE
           PERFORM 2600-FIND-LEDGER-ENTRY
           IF WS-FOUND-IX > 0
               MOVE "RELEASED" TO WS-STATUS-TEXT
               ADD 1 TO WS-SWAPS-RELEASED
           ELSE
               MOVE "X" TO WS-FIND-TYPE
               PERFORM 2600-FIND-LEDGER-ENTRY
               IF WS-FOUND-IX > 0
                   MOVE "GATE REFUSED" TO WS-STATUS-TEXT
               ELSE
                   MOVE "NOT DONE" TO WS-STATUS-TEXT
               END-IF
           END-IF
           PERFORM 5200-WRITE-SWAP-LINE.

       8500-POST-LEDGER-ROW.
      *    Opening the cycle, releasing a swap and refusing a step
      *    or swap all go on the ledger beside the steps' own rows.
           MOVE SPACES TO CYC-RECORD
           MOVE WS-BUSINESS-DATE TO CYC-BUSINESS-DATE
           MOVE WS-POST-TYPE TO CYC-ENTRY-TYPE
           MOVE WS-POST-NAME TO CYC-STEP-NAME
           MOVE WS-POST-PRODUCER TO CYC-PRODUCER
           MOVE WS-RUN-DATE TO CYC-RUN-DATE
           MOVE WS-RUN-TIME TO CYC-RUN-TIME
           MOVE 0 TO CYC-ROWS-IN
           MOVE 0 TO CYC-ROWS-OUT
           MOVE RETURN-CODE TO CYC-RETURN-CODE
           MOVE WS-POST-BALANCED TO CYC-BALANCED
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
