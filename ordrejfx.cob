               RECORD KEY IS HLD-REQUEST-ID
               FILE STATUS IS WS-HLD-STATUS.

           SELECT DAU-FILE ASSIGN TO "DAUFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAU-KEY
               FILE STATUS IS WS-DAU-STATUS.

           SELECT NEW-TRN-FILE ASSIGN TO "NEWTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-TRN-STATUS.
       FD  HLD-FILE.
           COPY HLDREC.

       FD  DAU-FILE.
           COPY DAUREC.

       FD  NEW-TRN-FILE.
           COPY TRNREC.

           05  WS-CTL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-HLD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-HLD-OPEN             PIC X(1)   VALUE "N".
           05  WS-DAU-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-NEW-TRN-STATUS       PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-REJ-EOF              PIC X(1)   VALUE "N".
               10  WS-FX-VOID-NUMBER   PIC X(7).
               10  WS-FX-QUANTITY      PIC X(5).
               10  WS-FX-EXPIRY-DATE   PIC X(10).
               10  WS-FX-DEPT-ID       PIC X(8).

       01  WS-FIX-IX                   PIC 9(3)   VALUE 0    COMP.
       01  WS-FIX-FOUND-IX             PIC 9(3)   VALUE 0    COMP.
           05  WS-NEW-VOID-NUMBER      PIC X(7)   VALUE SPACES.
           05  WS-NEW-QUANTITY         PIC X(5)   VALUE SPACES.
           05  WS-NEW-EXPIRY-DATE      PIC X(10)  VALUE SPACES.
           05  WS-NEW-DEPT-ID          PIC X(8)   VALUE SPACES.
           05  WS-POOL-FOUND           PIC X(1)   VALUE "N".
           05  WS-HOLD-FOUND           PIC X(1)   VALUE "N".
           05  WS-HOLD-LAPSED          PIC X(1)   VALUE "N".
           05  WS-REASON-CODE          PIC X(2)   VALUE SPACES.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-FIXED                PIC 9      VALUE 0.
           05  WS-DEPT-AUTHORIZED      PIC X(1)   VALUE "Y".
           05  WS-DEPT-OVER-LIMIT      PIC X(1)   VALUE "N".
           05  WS-DEPT-OVER-QUOTA      PIC X(1)   VALUE "N".
           05  WS-DEPT-QUANTITY        PIC 9(5)   VALUE 0.
           05  WS-DEPT-PROJECTED       PIC 9(8)   VALUE 0.

      *    What this run has already resubmitted per department and
      *    pool.  The resubmit file is worked by one ORDNUM run, so
      *    together its rows must fit inside one day's quota or the
      *    last of them would only reject DX again.  A pair past
      *    the table's fifty is judged on its own row alone.
       01  WS-QUOTA-TABLE.
           05  WS-QUOTA-MAX            PIC 9(3)   VALUE 50   COMP.
           05  WS-QUOTA-USED           PIC 9(3)   VALUE 0    COMP.
           05  WS-QUOTA-ENTRY          OCCURS 50 TIMES.
               10  WS-QT-DEPT-ID       PIC X(8).
               10  WS-QT-POOL-ID       PIC X(10).
               10  WS-QT-QUANTITY      PIC 9(8).

       01  WS-QUOTA-IX                 PIC 9(3)   VALUE 0    COMP.
       01  WS-QUOTA-FOUND-IX           PIC 9(3)   VALUE 0    COMP.

       01  WS-CONTROL-COUNTS.
           05  WS-REJECTS-READ         PIC 9(5)   VALUE 0.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "DEPT".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE "TYPE".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(6)   VALUE "REASON".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-DEPT-ID               PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-TRANS-TYPE            PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-REASON-CODE           PIC X(6)   VALUE SPACES.
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    The department checks need DAUFILE the same way the pool
      *    check needs the control file - fatal, as in ORDNUM.
           OPEN INPUT DAU-FILE
           IF WS-DAU-STATUS NOT = "00"
               DISPLAY "FATAL: DAUFILE open failed - status "
                   WS-DAU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LOAD-CORRECTIONS.
                           TO WS-FX-QUANTITY(WS-FIX-USED)
                       MOVE FIX-EXPIRY-DATE
                           TO WS-FX-EXPIRY-DATE(WS-FIX-USED)
                       MOVE FIX-DEPT-ID
                           TO WS-FX-DEPT-ID(WS-FIX-USED)
                   ELSE
                       MOVE "Y" TO WS-FIX-OVERFLOW
                   END-IF
           MOVE WS-FX-QUANTITY(WS-FIX-FOUND-IX)
               TO WS-NEW-QUANTITY
           MOVE WS-FX-EXPIRY-DATE(WS-FIX-FOUND-IX)
               TO WS-NEW-EXPIRY-DATE
           IF WS-FX-DEPT-ID(WS-FIX-FOUND-IX) NOT = SPACES
               MOVE WS-FX-DEPT-ID(WS-FIX-FOUND-IX)
                   TO WS-NEW-DEPT-ID
           ELSE
               MOVE REJ-DEPT-ID TO WS-NEW-DEPT-ID
           END-IF.

       3300-EDIT-REPAIRED-TRANS.
      *    The same edit rules, in the same order, as ORDNUM's
           IF WS-NEW-TRANS-TYPE = "H"
               PERFORM 3360-EDIT-EXPIRY-DATE
           END-IF
           PERFORM 3370-EDIT-DEPARTMENT
           EVALUATE TRUE
               WHEN WS-NEW-REQUEST-ID = SPACES
                   MOVE "RQ" TO WS-REASON-CODE
               WHEN WS-POOL-FOUND = "N"
                       AND WS-NEW-TRANS-TYPE NOT = "C"
                   MOVE "PL" TO WS-REASON-CODE
               WHEN WS-NEW-DEPT-ID = SPACES
                   MOVE "DP" TO WS-REASON-CODE
               WHEN WS-DEPT-AUTHORIZED = "N"
                   MOVE "DA" TO WS-REASON-CODE
               WHEN WS-DEPT-OVER-LIMIT = "Y"
                   MOVE "DQ" TO WS-REASON-CODE
               WHEN WS-DEPT-OVER-QUOTA = "Y"
                   MOVE "DX" TO WS-REASON-CODE
           END-EVALUATE.

       3350-CHECK-HOLD-STATUS.
               END-IF
           END-IF.

       3370-EDIT-DEPARTMENT.
      *    ORDNUM's 2037-EDIT-DEPARTMENT: a DAUFILE row for the
      *    department and pool, and for an issue or hold the
      *    per-request limit and the daily quota; a void needs only
      *    the authorization and a confirm none of it.  The quota
      *    is judged against what this run has already resubmitted
      *    for the pair, not against today's DUSFILE usage - the
      *    repaired rows draw on the day the next batch runs, and a
      *    DX reject is cured by resubmitting it into a fresh day.
           MOVE "Y" TO WS-DEPT-AUTHORIZED
           MOVE "N" TO WS-DEPT-OVER-LIMIT
           MOVE "N" TO WS-DEPT-OVER-QUOTA
           MOVE 0 TO WS-QUOTA-FOUND-IX
           IF WS-NEW-DEPT-ID NOT = SPACES
                   AND WS-POOL-FOUND = "Y"
                   AND (WS-NEW-TRANS-TYPE = SPACE OR "I" OR "H"
                       OR "V")
               MOVE WS-NEW-DEPT-ID TO DAU-DEPT-ID
               MOVE WS-NEW-POOL-ID TO DAU-POOL-ID
               READ DAU-FILE
                   INVALID KEY
                       MOVE "N" TO WS-DEPT-AUTHORIZED
               END-READ
               IF WS-DEPT-AUTHORIZED = "Y"
                       AND WS-NEW-TRANS-TYPE NOT = "V"
                       AND (WS-NEW-QUANTITY = SPACES
                       OR WS-NEW-QUANTITY IS NUMERIC)
                   PERFORM 3380-EDIT-DEPARTMENT-QUOTA
               END-IF
           END-IF.

       3380-EDIT-DEPARTMENT-QUOTA.
           IF WS-NEW-QUANTITY IS NUMERIC
               MOVE WS-NEW-QUANTITY TO WS-DEPT-QUANTITY
           ELSE
               MOVE 0 TO WS-DEPT-QUANTITY
           END-IF
           IF WS-DEPT-QUANTITY = 0
               MOVE 1 TO WS-DEPT-QUANTITY
           END-IF
           IF DAU-MAX-PER-REQUEST IS NUMERIC
               IF DAU-MAX-PER-REQUEST > 0
                       AND WS-DEPT-QUANTITY > DAU-MAX-PER-REQUEST
                   MOVE "Y" TO WS-DEPT-OVER-LIMIT
               END-IF
           END-IF
           PERFORM VARYING WS-QUOTA-IX FROM 1 BY 1
                   UNTIL WS-QUOTA-IX > WS-QUOTA-USED
                   OR WS-QUOTA-FOUND-IX > 0
               IF WS-QT-DEPT-ID(WS-QUOTA-IX) = WS-NEW-DEPT-ID
                       AND WS-QT-POOL-ID(WS-QUOTA-IX) = WS-NEW-POOL-ID
                   MOVE WS-QUOTA-IX TO WS-QUOTA-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-QUOTA-FOUND-IX > 0
               COMPUTE WS-DEPT-PROJECTED = WS-DEPT-QUANTITY
                   + WS-QT-QUANTITY(WS-QUOTA-FOUND-IX)
           ELSE
               MOVE WS-DEPT-QUANTITY TO WS-DEPT-PROJECTED
           END-IF
           IF DAU-DAILY-QUOTA IS NUMERIC
               IF DAU-DAILY-QUOTA > 0
                       AND WS-DEPT-PROJECTED > DAU-DAILY-QUOTA
                   MOVE "Y" TO WS-DEPT-OVER-QUOTA
               END-IF
           END-IF.

       3390-COUNT-RESUBMIT-QUANTITY.
      *    Only rows that really resubmit count against the pair.
           IF WS-QUOTA-FOUND-IX > 0
               MOVE WS-DEPT-PROJECTED
                   TO WS-QT-QUANTITY(WS-QUOTA-FOUND-IX)
           ELSE
               IF WS-QUOTA-USED < WS-QUOTA-MAX
                   ADD 1 TO WS-QUOTA-USED
                   MOVE WS-NEW-DEPT-ID TO WS-QT-DEPT-ID(WS-QUOTA-USED)
                   MOVE WS-NEW-POOL-ID TO WS-QT-POOL-ID(WS-QUOTA-USED)
                   MOVE WS-DEPT-PROJECTED
                       TO WS-QT-QUANTITY(WS-QUOTA-USED)
               END-IF
           END-IF.

       3400-WRITE-RESUBMIT.
           MOVE SPACES TO TRN-RECORD
           MOVE WS-NEW-REQUEST-ID TO TRN-REQUEST-ID
           ELSE
               MOVE SPACES TO TRN-EXPIRY-DATE
           END-IF
           MOVE WS-NEW-DEPT-ID TO TRN-DEPT-ID
           WRITE TRN-RECORD
           IF WS-NEW-TRANS-TYPE = SPACE OR "I" OR "H"
               PERFORM 3390-COUNT-RESUBMIT-QUANTITY
           END-IF
           MOVE "FIXED - RESUBMITTED" TO WS-RESULT-TEXT
           MOVE 1 TO WS-FIXED.

           MOVE SPACES TO WS-RPT-DETAIL
           MOVE REJ-REQUEST-ID TO D-REQUEST-ID
           MOVE REJ-POOL-ID TO D-POOL-ID
           MOVE REJ-DEPT-ID TO D-DEPT-ID
           MOVE REJ-TRANS-TYPE TO D-TRANS-TYPE
           MOVE REJ-REASON-CODE TO D-REASON-CODE
           MOVE WS-RESULT-TEXT TO D-RESULT

       9000-TERMINATE.
           CLOSE CTL-FILE
           CLOSE DAU-FILE
           IF WS-HLD-OPEN = "Y"
               CLOSE HLD-FILE
           END-IF
