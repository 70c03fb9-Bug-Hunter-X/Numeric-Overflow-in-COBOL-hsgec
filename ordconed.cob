      *  (CRJFILE) with reason codes, mirroring what       *
      *  REJFILE does for TRNFILE, so they go back to      *
      *  order-entry for correction.                       *
      *  Every row's consumer is edited against the        *
      *  consumer master (CSMFILE, kept by ORDCSMNT): an   *
      *  unknown or suspended consumer, or one consuming   *
      *  from a pool it is not authorized for, is rejected *
      *  - a misrouted feed (the warehouse system sending  *
      *  INVOICE numbers) no longer reconciles as a normal *
      *  consumption.                                      *
      *  Prints control counts proving rows read = passed  *
      *  + rejected and ends nonzero if they disagree.     *
      *****************************************************
               RECORD KEY IS CTL-POOL-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CSM-FILE ASSIGN TO "CSMFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CSM-CONSUMER-ID
               FILE STATUS IS WS-CSM-STATUS.

           SELECT NEW-CON-FILE ASSIGN TO "NEWCON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-CON-STATUS.
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
       FD  CON-FILE.
       FD  CTL-FILE.
           COPY CTLREC.

       FD  CSM-FILE.
           COPY CSMREC.

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
           05  WS-CON-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CSM-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-NEW-CON-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-CRJ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CACHE-POOL-ID        PIC X(10)  VALUE LOW-VALUES.
           05  WS-CACHE-FOUND          PIC X(1)   VALUE "N".

      *    Same one-read-per-change cache for the consumer master;
      *    the authorization check itself runs on every row since
      *    the pool can change under the same consumer.
       01  WS-CONSUMER-CACHE.
           05  WS-CACHE-CONSUMER-ID    PIC X(10)  VALUE LOW-VALUES.
           05  WS-CACHE-CSM-FOUND      PIC X(1)   VALUE "N".
           05  WS-CONSUMER-FOUND       PIC X(1)   VALUE "N".
           05  WS-CONSUMER-AUTH        PIC X(1)   VALUE "N".
           05  WS-CSM-IX               PIC 9(3)   VALUE 0    COMP.
           05  WS-CSM-POOL-MAX         PIC 9(3)   VALUE 20   COMP.

       01  WS-CONTROL-COUNTS.
           05  WS-ROWS-READ            PIC 9(7)   VALUE 0.
           05  WS-ROWS-PASSED          PIC 9(7)   VALUE 0.
               "READ = PASSED + REJECTED .. ".
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
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Same reasoning for the consumer master - without it every
      *    consumer id would pass as authorized.
           OPEN INPUT CSM-FILE
           IF WS-CSM-STATUS NOT = "00"
               DISPLAY "FATAL: CSMFILE open failed - status "
                   WS-CSM-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-EDIT-CONSUMPTIONS.
           PERFORM 2200-CHECK-POOL-ON-FILE
           PERFORM 2300-CHECK-CONSUMED-DATE
           PERFORM 2400-VERIFY-CHECK-DIGIT
           PERFORM 2600-CHECK-CONSUMER
           EVALUATE TRUE
               WHEN CON-ISSUED-NUMBER IS NOT NUMERIC
                   MOVE "NN" TO WS-REASON-CODE
               WHEN CON-CONSUMER-ID = SPACES
                   MOVE "CS" TO WS-REASON-CODE
                   MOVE "CONSUMER ID MISSING" TO WS-REASON-TEXT
               WHEN WS-CONSUMER-FOUND = "N"
                   MOVE "CU" TO WS-REASON-CODE
                   MOVE "CONSUMER NOT ON MASTER" TO WS-REASON-TEXT
               WHEN CSM-STATUS = "S"
                   MOVE "CX" TO WS-REASON-CODE
                   MOVE "CONSUMER SUSPENDED" TO WS-REASON-TEXT
               WHEN WS-CONSUMER-AUTH = "N"
                   MOVE "CA" TO WS-REASON-CODE
                   MOVE "NOT AUTHORIZED FOR POOL"
                       TO WS-REASON-TEXT
           END-EVALUATE.

       2400-VERIFY-CHECK-DIGIT.
           ADD 1 TO WS-ROWS-REJECTED
           PERFORM 5100-WRITE-DETAIL-LINE.

       2600-CHECK-CONSUMER.
      *    The master record stays in the record area between rows
      *    of the same consumer, so the status and pool list below
      *    are the cached consumer's.
           IF CON-CONSUMER-ID NOT = WS-CACHE-CONSUMER-ID
               MOVE CON-CONSUMER-ID TO WS-CACHE-CONSUMER-ID
               MOVE "N" TO WS-CACHE-CSM-FOUND
               IF CON-CONSUMER-ID NOT = SPACES
                   MOVE CON-CONSUMER-ID TO CSM-CONSUMER-ID
                   READ CSM-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CACHE-CSM-FOUND
      *    A pool count that will not read, or runs past the
      *    twenty-entry list, is a damaged master row - it
      *    authorizes nothing, so the consumer's rows reject CA
      *    until ORDCSMNT puts it right.
                           IF CSM-POOL-COUNT IS NOT NUMERIC
                                   OR CSM-POOL-COUNT > WS-CSM-POOL-MAX
                               DISPLAY "CSMFILE WARNING: consumer "
                                   CSM-CONSUMER-ID " pool count "
                                   CSM-POOL-COUNT " is damaged - no "
                                   "pools authorized"
                               MOVE 0 TO CSM-POOL-COUNT
                           END-IF
                   END-READ
               END-IF
           END-IF
           MOVE WS-CACHE-CSM-FOUND TO WS-CONSUMER-FOUND
           MOVE "N" TO WS-CONSUMER-AUTH
           IF WS-CONSUMER-FOUND = "Y"
               PERFORM VARYING WS-CSM-IX FROM 1 BY 1
                       UNTIL WS-CSM-IX > CSM-POOL-COUNT
                       OR WS-CONSUMER-AUTH = "Y"
                   IF CSM-POOL-ID(WS-CSM-IX) = CON-POOL-ID
                       MOVE "Y" TO WS-CONSUMER-AUTH
                   END-IF
               END-PERFORM
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
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
           MOVE "ORDCONED" TO CYC-STEP-NAME
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
           CLOSE CSM-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
           MOVE WS-ROWS-READ TO WS-CYC-ROWS-IN
           MOVE WS-ROWS-PASSED TO WS-CYC-ROWS-OUT
           IF P-VERDICT NOT = "OK"
               MOVE "N" TO WS-CYC-BALANCED
           END-IF
           PERFORM 8500-POST-CYCLE-LEDGER.
