      *  issued (unknown).  FAILED audit rows never produced *
      *  a usable number, so they are excluded from the      *
      *  issued side of the match.                           *
      *  Exception lines carry the consumer id and its name  *
      *  from the consumer master (CSMFILE) so the desk can  *
      *  see at a glance whose feed an exception came from.  *
      *  For a multi-match the first consumer in the group   *
      *  is shown.                                           *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDRECON.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCN-STATUS.

           SELECT CSM-FILE ASSIGN TO "CSMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSM-CONSUMER-ID
               FILE STATUS IS WS-CSM-STATUS.

           SELECT CYC-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CYD-FILE ASSIGN TO "CYCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUD-FILE.
       FD  RCN-FILE.
       01  RCN-LINE                    PIC X(132).

       FD  CSM-FILE.
           COPY CSMREC.

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       WORKING-STORAGE SECTION.
       01  WS-FILE-SWITCHES.
           05  WS-AUD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-SRT-AUD-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-SRT-CON-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-RCN-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CSM-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CSM-OPEN             PIC X(1)   VALUE "N".
           05  WS-FILES-OK             PIC X(1)   VALUE "Y".

       01  WS-MERGE-FIELDS.
           05  WS-CON-COUNT            PIC 9(3)   VALUE 0.
           05  WS-GROUP-VOIDED         PIC X(1)   VALUE "N".
           05  WS-RECON-STATUS         PIC X(11)  VALUE SPACES.
           05  WS-GROUP-CONSUMER-ID    PIC X(10)  VALUE SPACES.

      *    Most recent block-allocation audit row seen on the merge.
      *    The files are sorted by (pool, number) and a block's
           05  FILLER                  PIC X(10)  VALUE "CON-CNT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(11)  VALUE "EXCEPTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "CONSUMER".
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "NAME".

      *    ORDEXQ reads these detail lines back from RCNFILE into
      *    the exception work queue - keep its RCN-DETAIL in step
      *    with any change here.
       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  D-CON-COUNT             PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(11)  VALUE SPACES.
           05  D-STATUS                PIC X(11)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CONSUMER-ID           PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(2)   VALUE SPACES.
           05  D-CONSUMER-NAME         PIC X(30)  VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
               "VOID-CONS (VOID+USED):   ".
           05  F-VOID-CONS             PIC ZZ,ZZ9 VALUE ZERO.

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
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
           OPEN OUTPUT RCN-FILE
      *    The names only decorate the exception lines - a missing
      *    consumer master is reported, not a reason to skip the
      *    night's reconciliation.
           OPEN INPUT CSM-FILE
           IF WS-CSM-STATUS = "00"
               MOVE "Y" TO WS-CSM-OPEN
           ELSE
               DISPLAY "CSMFILE not available - consumer names "
                       "omitted - status " WS-CSM-STATUS
           END-IF.

       2000-SORT-INPUT-FILES.
      *    Confirm both inputs actually exist before handing them to
           MOVE 0 TO WS-AUD-COUNT
           MOVE 0 TO WS-CON-COUNT
           MOVE "N" TO WS-GROUP-VOIDED
           MOVE SPACES TO WS-GROUP-CONSUMER-ID
           PERFORM UNTIL WS-AUD-EOF = "Y"
                   OR WS-GA-SORTKEY NOT = WS-CURRENT-SORTKEY
               ADD 1 TO WS-AUD-COUNT
           PERFORM UNTIL WS-CON-EOF = "Y"
                   OR WS-GC-SORTKEY NOT = WS-CURRENT-SORTKEY
               ADD 1 TO WS-CON-COUNT
               IF WS-CON-COUNT = 1
                   MOVE GC-CONSUMER-ID TO WS-GROUP-CONSUMER-ID
               END-IF
               PERFORM 3200-READ-CON
           END-PERFORM
           PERFORM 3400-CLASSIFY-AND-REPORT.
           MOVE WS-AUD-COUNT TO D-AUD-COUNT
           MOVE WS-CON-COUNT TO D-CON-COUNT
           MOVE WS-RECON-STATUS TO D-STATUS
           MOVE WS-GROUP-CONSUMER-ID TO D-CONSUMER-ID
           PERFORM 5200-LOOK-UP-CONSUMER-NAME
           WRITE RCN-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       5200-LOOK-UP-CONSUMER-NAME.
      *    A zero-match has no consumer at all; an id the master
      *    does not know is said so rather than left blank.
           IF WS-GROUP-CONSUMER-ID NOT = SPACES
                   AND WS-CSM-OPEN = "Y"
               MOVE WS-GROUP-CONSUMER-ID TO CSM-CONSUMER-ID
               READ CSM-FILE
                   INVALID KEY
                       MOVE "(NOT ON CONSUMER MASTER)"
                           TO D-CONSUMER-NAME
                   NOT INVALID KEY
                       MOVE CSM-CONSUMER-NAME TO D-CONSUMER-NAME
               END-READ
           END-IF.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           MOVE WS-VOID-CONS-COUNT TO F-VOID-CONS
           WRITE RCN-LINE FROM WS-RPT-FOOTER-6 AFTER ADVANCING 1 LINE.

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
           MOVE "ORDRECON" TO CYC-STEP-NAME
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
           CLOSE RCN-FILE
           IF WS-CSM-OPEN = "Y"
               CLOSE CSM-FILE
           END-IF
      *    Exceptions are the report's business, not a balance
      *    failure - every key classified is counted once.
           COMPUTE WS-CYC-ROWS-IN =
               WS-MATCHED-COUNT + WS-ZERO-MATCH-COUNT
               + WS-MULTI-MATCH-COUNT + WS-UNKNOWN-COUNT
               + WS-VOIDED-COUNT + WS-VOID-CONS-COUNT
           COMPUTE WS-CYC-ROWS-OUT =
               WS-ZERO-MATCH-COUNT + WS-MULTI-MATCH-COUNT
               + WS-UNKNOWN-COUNT + WS-VOID-CONS-COUNT
           PERFORM 8500-POST-CYCLE-LEDGER.
