      *  Prints control counts proving, for each side,      *
      *  rows read = rows archived + rows kept, and ends    *
      *  with a nonzero return code if they ever disagree.  *
      *  Audit rows move whole, hash-chain fields and all - *
      *  the chain is walked in sequence order (ORDAUDCK),  *
      *  so splitting it across the two files is harmless;  *
      *  changing a byte of a row is not.                   *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDAPRG.
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
       FD  AUD-FILE.
           05  SA-QUANTITY             PIC 9(5).
           05  FILLER                  PIC X(1).
           05  SA-CHECK-DIGIT          PIC X(1).
           05  FILLER                  PIC X(1).
           05  SA-DEPT-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  SA-CHAIN-SEQ            PIC X(9).
           05  FILLER                  PIC X(1).
           05  SA-PREV-HASH            PIC X(18).
           05  FILLER                  PIC X(1).
           05  SA-ROW-HASH             PIC X(18).

       SD  SORTWK-CON.
       01  SC-RECORD.
           05  GA-QUANTITY             PIC 9(5).
           05  FILLER                  PIC X(1).
           05  GA-CHECK-DIGIT          PIC X(1).
           05  FILLER                  PIC X(1).
           05  GA-DEPT-ID              PIC X(8).
           05  FILLER                  PIC X(1).
           05  GA-CHAIN-SEQ            PIC X(9).
           05  FILLER                  PIC X(1).
           05  GA-PREV-HASH            PIC X(18).
           05  FILLER                  PIC X(1).
           05  GA-ROW-HASH             PIC X(18).

       FD  SRT-CON-FILE.
       01  GC-RECORD.

       FD  ARC-FILE.
       01  ARC-RECORD.
           05  ARC-AUDIT-ROW           PIC X(140).
           05  FILLER                  PIC X(1).
           05  ARC-ARCHIVE-DATE        PIC X(10).

           05  ARCC-ARCHIVE-DATE       PIC X(10).

       FD  NEW-AUD-FILE.
       01  NEW-AUD-RECORD              PIC X(140).

       FD  NEW-CON-FILE.
       01  NEW-CON-RECORD              PIC X(42).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
      *    can hold; a larger group is kept operational unjudged.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-MAX            PIC 9(3)   VALUE 20  COMP.
           05  WS-GROUP-ROW            PIC X(140) OCCURS 20 TIMES.

      *    The group's consumption rows, held the same way - an
      *    archived group takes its CONFILE side with it, or the
               "READ = ARCHIVED + KEPT .... ".
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
           WRITE RPT-LINE FROM WS-RPT-PROOF-LINE
               AFTER ADVANCING 2 LINES.

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
           MOVE "ORDAPRG" TO CYC-STEP-NAME
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
           CLOSE CTL-FILE
           CLOSE ARC-FILE
           CLOSE NEW-AUD-FILE
           CLOSE NEW-CON-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           COMPUTE WS-CYC-ROWS-IN = WS-ROWS-READ + WS-CON-ROWS-READ
           COMPUTE WS-CYC-ROWS-OUT = WS-ROWS-KEPT + WS-CON-ROWS-KEPT
           IF P-VERDICT NOT = "OK"
               MOVE "N" TO WS-CYC-BALANCED
           END-IF
           PERFORM 8500-POST-CYCLE-LEDGER.
