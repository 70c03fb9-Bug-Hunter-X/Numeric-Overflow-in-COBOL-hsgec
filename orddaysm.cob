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
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
               "PRIOR ROWS REPLACED: ".
           05  F-STA-REPLACED          PIC ZZ,ZZ9 VALUE ZERO.

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
                   " prior history row(s) for " WS-SUMMARY-DATE
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
           MOVE "ORDDAYSM" TO CYC-STEP-NAME
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
      *    The summary has no read = written proof of its own - a
      *    run that had no audit trail to summarize is the one that
      *    must not have its NEWSTA swapped in.
           COMPUTE WS-CYC-ROWS-IN =
               WS-STA-ROWS-CARRIED + WS-STA-ROWS-REPLACED
           MOVE WS-STA-ROWS-WRITTEN TO WS-CYC-ROWS-OUT
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-CYC-BALANCED
           END-IF
           PERFORM 8500-POST-CYCLE-LEDGER.
