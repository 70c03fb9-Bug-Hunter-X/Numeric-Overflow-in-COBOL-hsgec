               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS
               LOCK MODE IS MANUAL.

           SELECT RPT-FILE ASSIGN TO "YERFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  AUD-FILE.
           COPY AUDREC.

       FD  CHN-FILE.
           COPY CHNREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-RUN-TIME             PIC X(8)   VALUE SPACES.
           05  WS-RUN-ID               PIC X(8)   VALUE SPACES.

      *    Audit hash chain (see AUDREC/CHNREC).  The head's values
      *    are kept here as well - a record area is not to be
      *    trusted after the WRITE or REWRITE that used it.
       01  WS-CHAIN-FIELDS.
           05  WS-CHN-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CHN-NEXT-SEQ         PIC 9(9)   VALUE 0.
           05  WS-CHN-LAST-SEQ         PIC 9(9)   VALUE 0.
           05  WS-CHN-LAST-HASH        PIC X(18)  VALUE SPACES.
           05  WS-CHN-START-DATE       PIC X(10)  VALUE SPACES.
           05  WS-CHN-WAIT-START       PIC 9(8)   VALUE 0.
           05  WS-CHN-WAIT-NOW         PIC 9(8)   VALUE 0.
           05  WS-CHN-WAITED           PIC S9(8)  VALUE 0.
           05  WS-CHN-CLOCK.
               10  WS-CHN-CLOCK-HH     PIC 9(2).
               10  WS-CHN-CLOCK-MM     PIC 9(2).
               10  WS-CHN-CLOCK-SS     PIC 9(2).
               10  WS-CHN-CLOCK-CC     PIC 9(2).

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

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(28)  VALUE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-OPEN-AUDIT-CHAIN.

       1100-OPEN-AUDIT-CHAIN.
      *    No chain head yet means nothing has been chained - start
      *    the chain at sequence one from today.  Any other open
      *    failure is fatal: rows written without the head would
      *    fork the chain.
           OPEN I-O CHN-FILE
           IF WS-CHN-STATUS NOT = "00"
               IF WS-CHN-STATUS = "35"
                   OPEN OUTPUT CHN-FILE
                   CLOSE CHN-FILE
                   OPEN I-O CHN-FILE
               ELSE
                   DISPLAY "FATAL: CHNFILE open failed - status "
                       WS-CHN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           READ CHN-FILE
               INVALID KEY
                   MOVE 0 TO WS-CHN-LAST-SEQ
                   MOVE ALL "0" TO WS-CHN-LAST-HASH
                   MOVE WS-RUN-DATE TO WS-CHN-START-DATE
                   MOVE SPACES TO CHN-RECORD
                   MOVE "AUDFILE" TO CHN-CHAIN-ID
                   MOVE WS-CHN-LAST-SEQ TO CHN-LAST-SEQ
                   MOVE WS-CHN-LAST-HASH TO CHN-LAST-HASH
                   MOVE WS-CHN-START-DATE TO CHN-START-DATE
                   WRITE CHN-RECORD
                   IF WS-CHN-STATUS NOT = "00"
                       DISPLAY "FATAL: CHNFILE write failed - status "
                           WS-CHN-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   IF CHN-LAST-SEQ IS NOT NUMERIC
                           OR CHN-LAST-HASH IS NOT NUMERIC
                       DISPLAY "FATAL: CHNFILE chain head is damaged"
                           " - run ORDAUDCK before writing the trail"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE CHN-LAST-SEQ TO WS-CHN-LAST-SEQ
                   MOVE CHN-LAST-HASH TO WS-CHN-LAST-HASH
                   MOVE CHN-START-DATE TO WS-CHN-START-DATE
           END-READ.

       2000-ROLL-ALL-POOLS.
           MOVE LOW-VALUES TO CTL-POOL-ID
           MOVE WS-OLD-NUMBER TO AUD-ISSUED-NUMBER
           MOVE WS-OLD-NUMBER TO AUD-LAST-NUMBER
           MOVE "ROLL-PRE" TO AUD-STATUS
           PERFORM 3200-CHAIN-AUDIT-ROW
           WRITE AUD-RECORD
           PERFORM 3230-ADVANCE-CHAIN-HEAD
           PERFORM 3100-FORMAT-AUDIT-ROW
           MOVE WS-NEW-NUMBER TO AUD-ISSUED-NUMBER
           MOVE WS-NEW-NUMBER TO AUD-LAST-NUMBER
           MOVE "ROLL-NEW" TO AUD-STATUS
           PERFORM 3200-CHAIN-AUDIT-ROW
           WRITE AUD-RECORD
           PERFORM 3230-ADVANCE-CHAIN-HEAD.

       3100-FORMAT-AUDIT-ROW.
           MOVE SPACES TO AUD-RECORD
           MOVE SPACES TO AUD-REQUEST-ID
           MOVE 0 TO AUD-QUANTITY.

       3200-CHAIN-AUDIT-ROW.
      *    Stamp the row about to be written with the next sequence
      *    and the hash of the row before it, then its own hash over
      *    the row image and that sequence.  The head is read again
      *    first - a run against another pool may have chained rows
      *    since this one opened it - and read under lock, held
      *    until 3230 has rewritten it, so no other run can
      *    chain from the same head between our read and our row
      *    landing on the trail.  A head another run holds is
      *    waited on for up to a minute, then given up as fatal -
      *    nothing has been written for this row yet.
           PERFORM 3202-READ-CHAIN-CLOCK
           MOVE WS-CHN-WAIT-NOW TO WS-CHN-WAIT-START
           MOVE 0 TO WS-CHN-WAITED
           PERFORM 3204-LOCK-CHAIN-HEAD
           PERFORM UNTIL WS-CHN-STATUS NOT = "51"
                   OR WS-CHN-WAITED > 6000
               PERFORM 3202-READ-CHAIN-CLOCK
               COMPUTE WS-CHN-WAITED =
                   WS-CHN-WAIT-NOW - WS-CHN-WAIT-START
               IF WS-CHN-WAITED < 0
                   ADD 8640000 TO WS-CHN-WAITED
               END-IF
               PERFORM 3204-LOCK-CHAIN-HEAD
           END-PERFORM
           IF WS-CHN-STATUS = "51"
               DISPLAY "FATAL: CHNFILE chain head still locked by "
                   "another run after one minute"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHN-STATUS = "23"
               DISPLAY "FATAL: CHNFILE chain head has gone"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "FATAL: CHNFILE read failed - status "
                   WS-CHN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CHN-LAST-SEQ IS NUMERIC
                   AND CHN-LAST-HASH IS NUMERIC
               MOVE CHN-LAST-SEQ TO WS-CHN-LAST-SEQ
               MOVE CHN-LAST-HASH TO WS-CHN-LAST-HASH
           END-IF
           COMPUTE WS-CHN-NEXT-SEQ = WS-CHN-LAST-SEQ + 1
           MOVE WS-CHN-NEXT-SEQ TO AUD-CHAIN-SEQ
           MOVE WS-CHN-LAST-HASH TO AUD-PREV-HASH
           MOVE AUD-RECORD(1:92) TO WS-HSH-ROW
           MOVE WS-CHN-NEXT-SEQ TO WS-HSH-SEQ
           MOVE WS-CHN-LAST-HASH TO WS-HSH-SEED
           PERFORM 3220-HASH-AUDIT-ROW
           MOVE WS-HSH-RESULT TO AUD-ROW-HASH.

       3202-READ-CHAIN-CLOCK.
      *    Time of day in hundredths of a second since midnight.
           ACCEPT WS-CHN-CLOCK FROM TIME
           COMPUTE WS-CHN-WAIT-NOW =
               WS-CHN-CLOCK-HH * 360000 + WS-CHN-CLOCK-MM * 6000
               + WS-CHN-CLOCK-SS * 100 + WS-CHN-CLOCK-CC.

       3204-LOCK-CHAIN-HEAD.
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           READ CHN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.

       3220-HASH-AUDIT-ROW.
      *    Two running residues over every byte, modulo two
      *    different primes and seeded with the previous row's
      *    hash: changing any byte of the row, its sequence or the
      *    hash it chains from changes the result.  ORDAUDCK
      *    recomputes it the same way - the two must not drift.
           MOVE WS-HSH-SEED-A TO WS-HSH-A
           MOVE WS-HSH-SEED-B TO WS-HSH-B
           PERFORM 3225-HASH-ONE-BYTE
               VARYING WS-HSH-IX FROM 1 BY 1
               UNTIL WS-HSH-IX > 101
           MOVE WS-HSH-A TO WS-HSH-RESULT-A
           MOVE WS-HSH-B TO WS-HSH-RESULT-B.

       3225-HASH-ONE-BYTE.
           COMPUTE WS-HSH-BYTE =
               FUNCTION ORD(WS-HSH-INPUT(WS-HSH-IX:1))
           COMPUTE WS-HSH-A =
               FUNCTION MOD(WS-HSH-A * 257 + WS-HSH-BYTE, 999999937)
           COMPUTE WS-HSH-B =
               FUNCTION MOD(WS-HSH-B * 263 + WS-HSH-BYTE, 999999929).

       3230-ADVANCE-CHAIN-HEAD.
      *    Move the head on the moment the row is on the trail, so
      *    an abend later in the run cannot leave the next run
      *    reusing a sequence, then let go of the lock 3200
      *    took on it.
           MOVE WS-CHN-NEXT-SEQ TO WS-CHN-LAST-SEQ
           MOVE WS-HSH-RESULT TO WS-CHN-LAST-HASH
           MOVE SPACES TO CHN-RECORD
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           MOVE WS-CHN-LAST-SEQ TO CHN-LAST-SEQ
           MOVE WS-CHN-LAST-HASH TO CHN-LAST-HASH
           MOVE WS-CHN-START-DATE TO CHN-START-DATE
           MOVE WS-RUN-DATE TO CHN-LAST-DATE
           MOVE WS-RUN-TIME TO CHN-LAST-TIME
           MOVE WS-RUN-ID TO CHN-LAST-RUN-ID
           REWRITE CHN-RECORD
           IF WS-CHN-STATUS NOT = "00"
               DISPLAY "FATAL: CHNFILE rewrite failed - status "
                   WS-CHN-STATUS " sequence " WS-CHN-LAST-SEQ
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           UNLOCK CHN-FILE.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
       9000-TERMINATE.
           CLOSE CTL-FILE
           CLOSE AUD-FILE
           CLOSE CHN-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
