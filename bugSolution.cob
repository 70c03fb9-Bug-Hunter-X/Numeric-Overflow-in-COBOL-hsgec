               RECORD KEY IS HLD-REQUEST-ID
               FILE STATUS IS WS-HLD-STATUS.

           SELECT DAU-FILE ASSIGN TO "DAUFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DAU-KEY
               FILE STATUS IS WS-DAU-STATUS.

           SELECT DUS-FILE ASSIGN TO "DUSFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUS-KEY
               FILE STATUS IS WS-DUS-STATUS.

           SELECT CYC-FILE ASSIGN TO "CYCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYC-STATUS.

           SELECT CYD-FILE ASSIGN TO "CYCDATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYD-STATUS.

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS
               LOCK MODE IS MANUAL.

           SELECT CAL-FILE ASSIGN TO "CALFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-DATE
               FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       FD  HLD-FILE.
           COPY HLDREC.

       FD  DAU-FILE.
           COPY DAUREC.

       FD  DUS-FILE.
           COPY DUSREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

       FD  CYC-FILE.
           COPY CYCREC.

       FD  CYD-FILE.
           COPY CYDREC.

       FD  CHN-FILE.
           COPY CHNREC.

       FD  CAL-FILE.
           COPY CALREC.

       WORKING-STORAGE SECTION.
       01  WS-AREA.
           05  WS-NUMBER               PIC 9(5).
           05  WS-TOT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-LCK-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-HLD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DAU-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-DUS-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CAL-EOF              PIC X(1)   VALUE "N".

       01  WS-ISSUE-STATUS-TEXT        PIC X(8)   VALUE SPACES.

           05  WS-RETENTION-DAYS       PIC 9(3)   VALUE 365.
           05  WS-ROLLOVER-POLICY      PIC X(1)   VALUE "N".
           05  WS-LAST-ROLLOVER-YY     PIC 9(2)   VALUE 0.
           05  WS-DAY-BASIS            PIC X(1)   VALUE "C".
           05  WS-REQUEST-ID           PIC X(10)  VALUE SPACES.
           05  WS-DEPT-ID              PIC X(8)   VALUE SPACES.

       01  WS-EDIT-FIELDS.
           05  WS-TRN-VALID            PIC X(1)   VALUE "Y".
           05  WS-REASON-CODE          PIC X(2)   VALUE SPACES.
           05  WS-REASON-TEXT          PIC X(25)  VALUE SPACES.

      *    Requesting-department checks against DAUFILE and the
      *    day's usage on DUSFILE.  The projected total is wide
      *    enough that a full day's usage plus the largest block
      *    cannot size-error.
       01  WS-DEPT-FIELDS.
           05  WS-DEPT-AUTHORIZED      PIC X(1)   VALUE "Y".
           05  WS-DEPT-OVER-LIMIT      PIC X(1)   VALUE "N".
           05  WS-DEPT-OVER-QUOTA      PIC X(1)   VALUE "N".
           05  WS-DEPT-REPLAY          PIC X(1)   VALUE "N".
           05  WS-DEPT-QUANTITY        PIC 9(5)   VALUE 0.
           05  WS-DEPT-USED            PIC 9(7)   VALUE 0.
           05  WS-DEPT-PROJECTED       PIC 9(8)   VALUE 0.

      *    Mod-10 (Luhn) check digit work area.  The digit rides on
      *    the audit and interface records so the order-entry
      *    keying screen can validate a hand-keyed number, and the
           05  WS-HOLD-EXPIRY-DATE     PIC X(10)  VALUE SPACES.
           05  WS-HOLD-REPLAY          PIC 9      VALUE 0.
           05  WS-HOLD-DEFAULT-DAYS    PIC 9(3)   VALUE 030.
      *        The same month, counted in business days, for a pool
      *        on CTL-DAY-BASIS "B".
           05  WS-HOLD-DEFAULT-BUS-DAYS PIC 9(3)  VALUE 022.
           05  WS-TODAY-YYYYMMDD       PIC 9(8)   VALUE 0.
           05  WS-TODAY-DAY-INT        PIC 9(8)   VALUE 0.
           05  WS-EXPIRY-DAY-INT       PIC 9(8)   VALUE 0.
           05  WS-RUN-TIME             PIC X(8)   VALUE SPACES.
           05  WS-RUN-ID               PIC X(8)   VALUE SPACES.

      *    The shop calendar (CALREC), loaded whole for a batch run
      *    - only the holidays that fall on a weekday and the worked
      *    days that fall on a weekend, the only rows that change
      *    anything.  Five hundred is decades of holidays; rows past
      *    that are dropped with a warning.
       01  WS-CALENDAR-TABLE.
           05  WS-CAL-MAX              PIC 9(3)   VALUE 500  COMP.
           05  WS-CAL-USED             PIC 9(3)   VALUE 0    COMP.
           05  WS-CAL-OVERFLOW         PIC X(1)   VALUE "N".
           05  WS-CAL-ENTRY            OCCURS 500 TIMES.
               10  WS-CE-DAY-INT       PIC 9(8).
               10  WS-CE-DAY-TYPE      PIC X(1).

       01  WS-CAL-IX                   PIC 9(3)   VALUE 0    COMP.

      *    One business-day question at a time: is WS-BD-DAY-INT a
      *    business day, or which day is WS-BD-TO-GO business days
      *    on from it.  The weekday is MOD 7 of the day number - day
      *    1 (01/01/1601) was a Monday, so 6 is Saturday, 0 Sunday.
       01  WS-BUSINESS-DAY-FIELDS.
           05  WS-BD-DAY-INT           PIC 9(8)   VALUE 0.
           05  WS-BD-WEEKDAY           PIC 9(1)   VALUE 0.
           05  WS-BD-IS-BUSINESS       PIC X(1)   VALUE "N".
           05  WS-BD-TO-GO             PIC 9(3)   VALUE 0.
           05  WS-BD-ROW-YYYYMMDD      PIC 9(8)   VALUE 0.

      *    Step-completion row for the nightly cycle ledger.
       01  WS-CYCLE-FIELDS.
           05  WS-CYC-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYD-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-CYC-TIME-HHMMSSCC    PIC 9(8)   VALUE 0.
           05  WS-CYC-ROWS-IN          PIC 9(7)   VALUE 0.
           05  WS-CYC-ROWS-OUT         PIC 9(7)   VALUE 0.
           05  WS-CYC-BALANCED         PIC X(1)   VALUE "Y".

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

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           PERFORM 1000-INITIALIZE
           PERFORM 1160-OPEN-REGISTRY-FILE
           PERFORM 1165-OPEN-HOLD-FILE
           PERFORM 1170-OPEN-LOCK-FILE
           IF WS-RUN-MODE = "B"
               PERFORM 1180-OPEN-DEPARTMENT-FILES
               PERFORM 1195-LOAD-SHOP-CALENDAR
           END-IF
           PERFORM 1190-OPEN-AUDIT-CHAIN
      *    Serialize the run pool before anything can issue: a
      *    second execution against a pool another run is mid-way
      *    through would read the same CTL-CURRENT-NUMBER and hand
               END-IF
           END-IF.

       1180-OPEN-DEPARTMENT-FILES.
      *    Only a batch run edits requesting departments - a single
      *    issue is an operator's deliberate run against one pool.
      *    Without DAUFILE no department could be proved authorized
      *    and every TRNFILE row would reject DA, so a missing file
      *    is fatal, the same rule ORDCONED applies to CSMFILE.
      *    DUSFILE is ours to create on the first day of quotas;
      *    any other open error on it must not be shrugged off as
      *    "nothing used yet" - that would hand every department
      *    a fresh quota.
           OPEN INPUT DAU-FILE
           IF WS-DAU-STATUS NOT = "00"
               DISPLAY "FATAL: DAUFILE open failed - status "
                   WS-DAU-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O DUS-FILE
           IF WS-DUS-STATUS NOT = "00"
               IF WS-DUS-STATUS = "35"
                   OPEN OUTPUT DUS-FILE
                   CLOSE DUS-FILE
                   OPEN I-O DUS-FILE
               ELSE
                   DISPLAY "FATAL: DUSFILE open failed - status "
                       WS-DUS-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1195-LOAD-SHOP-CALENDAR.
      *    Only a batch run places holds, so only it needs the
      *    calendar.  Without CALFILE a business-day pool still
      *    skips weekends - it just works straight through the
      *    holidays - which is better than refusing every hold.
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = "00"
               DISPLAY "CALFILE not available - status "
                   WS-CAL-STATUS " (business days skip weekends only)"
           ELSE
               PERFORM 1196-LOAD-CALENDAR-ROW UNTIL WS-CAL-EOF = "Y"
               CLOSE CAL-FILE
               IF WS-CAL-OVERFLOW = "Y"
                   DISPLAY "CALENDAR WARNING: more than " WS-CAL-MAX
                       " calendar rows - the rest were ignored"
               END-IF
           END-IF.

       1196-LOAD-CALENDAR-ROW.
           READ CAL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CAL-EOF
               NOT AT END
                   IF CAL-DATE IS NUMERIC
                       MOVE CAL-DATE TO WS-BD-ROW-YYYYMMDD
                       COMPUTE WS-BD-DAY-INT = FUNCTION
                           INTEGER-OF-DATE(WS-BD-ROW-YYYYMMDD)
                       COMPUTE WS-BD-WEEKDAY =
                           FUNCTION MOD(WS-BD-DAY-INT, 7)
                       IF (CAL-DAY-TYPE = "H"
                               AND WS-BD-WEEKDAY > 0
                               AND WS-BD-WEEKDAY < 6)
                               OR (CAL-DAY-TYPE = "W"
                               AND (WS-BD-WEEKDAY = 0
                               OR WS-BD-WEEKDAY = 6))
                           IF WS-CAL-USED < WS-CAL-MAX
                               ADD 1 TO WS-CAL-USED
                               MOVE WS-BD-DAY-INT
                                   TO WS-CE-DAY-INT(WS-CAL-USED)
                               MOVE CAL-DAY-TYPE
                                   TO WS-CE-DAY-TYPE(WS-CAL-USED)
                           ELSE
                               MOVE "Y" TO WS-CAL-OVERFLOW
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       1190-OPEN-AUDIT-CHAIN.
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

       1500-ACQUIRE-POOL-LOCK.
      *    Mark WS-POOL-ID busy for this run.  A pool this run has
      *    already locked is simply held - a batch file can touch
           MOVE SPACES TO AUD-REQUEST-ID
           MOVE 0 TO AUD-LAST-NUMBER
           MOVE 0 TO AUD-QUANTITY
           PERFORM 2910-CHAIN-AUDIT-ROW
           WRITE AUD-RECORD
           PERFORM 2930-ADVANCE-CHAIN-HEAD
           ADD 1 TO WS-AUD-ROWS-WRITTEN.

       1560-REMEMBER-LOCK.
           MOVE 365 TO WS-RETENTION-DAYS
           MOVE "N" TO WS-ROLLOVER-POLICY
           MOVE 0 TO WS-LAST-ROLLOVER-YY
           MOVE "C" TO WS-DAY-BASIS
           MOVE WS-POOL-ID TO CTL-POOL-ID
           MOVE WS-START-VALUE TO CTL-START-VALUE
           MOVE WS-CEILING TO CTL-CEILING
           MOVE WS-RETENTION-DAYS TO CTL-RETENTION-DAYS
           MOVE WS-ROLLOVER-POLICY TO CTL-ROLLOVER-POLICY
           MOVE WS-LAST-ROLLOVER-YY TO CTL-LAST-ROLLOVER-YY
           MOVE WS-DAY-BASIS TO CTL-DAY-BASIS
           WRITE CTL-RECORD.

       1300-LOAD-POOL-CONTROL.
               MOVE CTL-LAST-ROLLOVER-YY TO WS-LAST-ROLLOVER-YY
           ELSE
               MOVE 0 TO WS-LAST-ROLLOVER-YY
           END-IF
           IF CTL-DAY-BASIS = "B"
               MOVE "B" TO WS-DAY-BASIS
           ELSE
               MOVE "C" TO WS-DAY-BASIS
           END-IF.

       2000-PROCESS-REQUESTS.
                   MOVE "Y" TO WS-TRN-EOF
               NOT AT END
                   ADD 1 TO WS-REQUESTS-READ
                   MOVE TRN-DEPT-ID TO WS-DEPT-ID
                   PERFORM 2030-EDIT-TRANSACTION
                   IF WS-TRN-VALID NOT = "Y"
                       PERFORM 2040-WRITE-REJECT-RECORD
           IF TRN-TRANS-TYPE = "H"
               PERFORM 2035-EDIT-EXPIRY-DATE
           END-IF
           PERFORM 2037-EDIT-DEPARTMENT
           EVALUATE TRUE
               WHEN TRN-REQUEST-ID = SPACES
                   MOVE "RQ" TO WS-REASON-CODE
                       AND TRN-TRANS-TYPE NOT = "C"
                   MOVE "PL" TO WS-REASON-CODE
                   MOVE "POOL NOT REGISTERED" TO WS-REASON-TEXT
      *        Every transaction names who asked for it - a confirm
      *        included, so the issue it releases is traceable.
               WHEN TRN-DEPT-ID = SPACES
                   MOVE "DP" TO WS-REASON-CODE
                   MOVE "DEPARTMENT ID MISSING" TO WS-REASON-TEXT
               WHEN WS-DEPT-AUTHORIZED = "N"
                   MOVE "DA" TO WS-REASON-CODE
                   MOVE "DEPT NOT AUTHORIZED" TO WS-REASON-TEXT
               WHEN WS-DEPT-OVER-LIMIT = "Y"
                   MOVE "DQ" TO WS-REASON-CODE
                   MOVE "OVER DEPT REQUEST LIMIT" TO WS-REASON-TEXT
               WHEN WS-DEPT-OVER-QUOTA = "Y"
                   MOVE "DX" TO WS-REASON-CODE
                   MOVE "OVER DEPT DAILY QUOTA" TO WS-REASON-TEXT
           END-EVALUATE
           IF WS-REASON-CODE NOT = SPACES
               MOVE "N" TO WS-TRN-VALID
               END-IF
           END-IF.

       2037-EDIT-DEPARTMENT.
      *    The department must hold a DAUFILE row for the effective
      *    pool, and an issue or hold must fit both its per-request
      *    limit and what is left of today's quota on DUSFILE.  A
      *    void draws nothing, so only the authorization applies to
      *    it; a confirm releases numbers its hold already drew and
      *    counted, so none of it does.  A request the registry (or
      *    the hold file) already shows fulfilled is a replay - it
      *    draws nothing new, and refusing it would only keep
      *    downstream from its original numbers - so it skips the
      *    department checks too.  Anything the earlier edits will
      *    reject anyway is not looked up.
           MOVE "Y" TO WS-DEPT-AUTHORIZED
           MOVE "N" TO WS-DEPT-OVER-LIMIT
           MOVE "N" TO WS-DEPT-OVER-QUOTA
           MOVE "N" TO WS-DEPT-REPLAY
           IF TRN-DEPT-ID NOT = SPACES
                   AND TRN-REQUEST-ID NOT = SPACES
                   AND WS-POOL-FOUND = "Y"
                   AND (TRN-TRANS-TYPE = SPACE OR "I" OR "H" OR "V")
               IF TRN-TRANS-TYPE = "H"
                   MOVE TRN-REQUEST-ID TO HLD-REQUEST-ID
                   READ HLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DEPT-REPLAY
                   END-READ
               END-IF
               IF TRN-TRANS-TYPE = SPACE OR "I"
                   MOVE TRN-REQUEST-ID TO REG-REQUEST-ID
                   READ REG-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "Y" TO WS-DEPT-REPLAY
                   END-READ
               END-IF
               IF WS-DEPT-REPLAY = "N"
                   MOVE TRN-DEPT-ID TO DAU-DEPT-ID
                   MOVE WS-EDIT-POOL-ID TO DAU-POOL-ID
                   READ DAU-FILE
                       INVALID KEY
                           MOVE "N" TO WS-DEPT-AUTHORIZED
                   END-READ
               END-IF
               IF WS-DEPT-REPLAY = "N" AND WS-DEPT-AUTHORIZED = "Y"
                       AND TRN-TRANS-TYPE NOT = "V"
                   PERFORM 2038-EDIT-DEPARTMENT-QUOTA
               END-IF
           END-IF.

       2038-EDIT-DEPARTMENT-QUOTA.
      *    Same quantity rule 2050-LOAD-TRANSACTION-POOL applies -
      *    blank or zero is one number.  A quantity that is not
      *    numeric rejects QT ahead of these checks, so it is not
      *    judged here.  Zero in either DAUFILE limit is no limit.
           IF TRN-QUANTITY IS NUMERIC
               IF TRN-QUANTITY > 0
                   MOVE TRN-QUANTITY TO WS-DEPT-QUANTITY
               ELSE
                   MOVE 1 TO WS-DEPT-QUANTITY
               END-IF
               IF DAU-MAX-PER-REQUEST IS NUMERIC
                   IF DAU-MAX-PER-REQUEST > 0
                           AND WS-DEPT-QUANTITY > DAU-MAX-PER-REQUEST
                       MOVE "Y" TO WS-DEPT-OVER-LIMIT
                   END-IF
               END-IF
               IF DAU-DAILY-QUOTA IS NUMERIC
                   IF DAU-DAILY-QUOTA > 0
                       MOVE 0 TO WS-DEPT-USED
                       MOVE TRN-DEPT-ID TO DUS-DEPT-ID
                       MOVE WS-EDIT-POOL-ID TO DUS-POOL-ID
                       MOVE WS-TODAY-YYYYMMDD TO DUS-USAGE-DATE
                       READ DUS-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF DUS-QUANTITY-USED IS NUMERIC
                                   MOVE DUS-QUANTITY-USED
                                       TO WS-DEPT-USED
                               END-IF
                       END-READ
                       COMPUTE WS-DEPT-PROJECTED =
                           WS-DEPT-USED + WS-DEPT-QUANTITY
                       IF WS-DEPT-PROJECTED > DAU-DAILY-QUOTA
                           MOVE "Y" TO WS-DEPT-OVER-QUOTA
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2040-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJ-RECORD
           MOVE TRN-REQUEST-ID TO REJ-REQUEST-ID
           MOVE WS-REASON-TEXT TO REJ-REASON-TEXT
           MOVE WS-RUN-ID TO REJ-RUN-ID
           MOVE WS-RUN-DATE TO REJ-RUN-DATE
           MOVE TRN-DEPT-ID TO REJ-DEPT-ID
           WRITE REJ-RECORD
           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REJECT: request " TRN-REQUEST-ID
               PERFORM 2950-CHECKPOINT-CONTROL
               IF WS-HARD-FAIL NOT = 1
                   PERFORM 2062-REGISTER-HOLD
                   PERFORM 2990-RECORD-DEPT-USAGE
               END-IF
           END-IF.

      *    The edit pass already proved a supplied date has the
      *    right shape; a blank one takes today plus the shop
      *    default, so an unconfirmed hold always lapses eventually
      *    instead of camping on its numbers forever.  A business-
      *    day pool counts that default in business days, so a hold
      *    placed before a long weekend does not lose the days the
      *    shop is shut.
           IF TRN-EXPIRY-DATE NOT = SPACES
               MOVE TRN-EXPIRY-DATE TO WS-HOLD-EXPIRY-DATE
           ELSE
               IF WS-DAY-BASIS = "B"
                   MOVE WS-TODAY-DAY-INT TO WS-BD-DAY-INT
                   MOVE WS-HOLD-DEFAULT-BUS-DAYS TO WS-BD-TO-GO
                   PERFORM 2066-STEP-BUSINESS-DAY
                       UNTIL WS-BD-TO-GO = 0
                   MOVE WS-BD-DAY-INT TO WS-EXPIRY-DAY-INT
               ELSE
                   COMPUTE WS-EXPIRY-DAY-INT =
                       WS-TODAY-DAY-INT + WS-HOLD-DEFAULT-DAYS
               END-IF
               COMPUTE WS-EXPIRY-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-EXPIRY-DAY-INT)
               MOVE WS-EXPIRY-YYYYMMDD(5:2)
                   TO WS-HOLD-EXPIRY-DATE(7:4)
           END-IF.

       2066-STEP-BUSINESS-DAY.
           ADD 1 TO WS-BD-DAY-INT
           PERFORM 2067-TEST-BUSINESS-DAY
           IF WS-BD-IS-BUSINESS = "Y"
               SUBTRACT 1 FROM WS-BD-TO-GO
           END-IF.

       2067-TEST-BUSINESS-DAY.
      *    Monday to Friday, unless the calendar says otherwise -
      *    the table only holds rows that reverse their weekday.
           COMPUTE WS-BD-WEEKDAY = FUNCTION MOD(WS-BD-DAY-INT, 7)
           IF WS-BD-WEEKDAY = 0 OR WS-BD-WEEKDAY = 6
               MOVE "N" TO WS-BD-IS-BUSINESS
           ELSE
               MOVE "Y" TO WS-BD-IS-BUSINESS
           END-IF
           PERFORM VARYING WS-CAL-IX FROM 1 BY 1
                   UNTIL WS-CAL-IX > WS-CAL-USED
               IF WS-CE-DAY-INT(WS-CAL-IX) = WS-BD-DAY-INT
                   IF WS-CE-DAY-TYPE(WS-CAL-IX) = "H"
                       MOVE "N" TO WS-BD-IS-BUSINESS
                   ELSE
                       MOVE "Y" TO WS-BD-IS-BUSINESS
                   END-IF
               END-IF
           END-PERFORM.

       2065-REPLAY-HOLD.
      *    The hold already exists from an earlier run of this
      *    file - the counter is not consulted and no second block
               IF WS-HARD-FAIL NOT = 1
                   PERFORM 2970-WRITE-INTERFACE-RECORD
                   PERFORM 2980-REGISTER-REQUEST
                   PERFORM 2990-RECORD-DEPT-USAGE
               END-IF
           END-IF.

           MOVE WS-POOL-ID TO AUD-POOL-ID
           MOVE WS-ISSUE-STATUS-TEXT TO AUD-STATUS
           MOVE WS-REQUEST-ID TO AUD-REQUEST-ID
           MOVE WS-DEPT-ID TO AUD-DEPT-ID
           MOVE WS-NUMBER2-LAST TO AUD-LAST-NUMBER
      *    Quantity on the row is how many numbers it really issued -
      *    zero for a row that handed nothing out.
               PERFORM 2750-COMPUTE-CHECK-DIGIT
               MOVE WS-CHECK-DIGIT TO AUD-CHECK-DIGIT
           END-IF
           PERFORM 2910-CHAIN-AUDIT-ROW
           WRITE AUD-RECORD
           PERFORM 2930-ADVANCE-CHAIN-HEAD
           ADD 1 TO WS-AUD-ROWS-WRITTEN
           PERFORM 5100-WRITE-DETAIL-LINE.

       2910-CHAIN-AUDIT-ROW.
      *    Stamp the row about to be written with the next sequence
      *    and the hash of the row before it, then its own hash over
      *    the row image and that sequence.  The head is read again
      *    first - a run against another pool may have chained rows
      *    since this one opened it - and read under lock, held
      *    until 2930 has rewritten it, so no other run can
      *    chain from the same head between our read and our row
      *    landing on the trail.  A head another run holds is
      *    waited on for up to a minute, then given up as fatal -
      *    nothing has been written for this row yet.
           PERFORM 2912-READ-CHAIN-CLOCK
           MOVE WS-CHN-WAIT-NOW TO WS-CHN-WAIT-START
           MOVE 0 TO WS-CHN-WAITED
           PERFORM 2914-LOCK-CHAIN-HEAD
           PERFORM UNTIL WS-CHN-STATUS NOT = "51"
                   OR WS-CHN-WAITED > 6000
               PERFORM 2912-READ-CHAIN-CLOCK
               COMPUTE WS-CHN-WAITED =
                   WS-CHN-WAIT-NOW - WS-CHN-WAIT-START
               IF WS-CHN-WAITED < 0
                   ADD 8640000 TO WS-CHN-WAITED
               END-IF
               PERFORM 2914-LOCK-CHAIN-HEAD
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
           PERFORM 2920-HASH-AUDIT-ROW
           MOVE WS-HSH-RESULT TO AUD-ROW-HASH.

       2912-READ-CHAIN-CLOCK.
      *    Time of day in hundredths of a second since midnight.
           ACCEPT WS-CHN-CLOCK FROM TIME
           COMPUTE WS-CHN-WAIT-NOW =
               WS-CHN-CLOCK-HH * 360000 + WS-CHN-CLOCK-MM * 6000
               + WS-CHN-CLOCK-SS * 100 + WS-CHN-CLOCK-CC.

       2914-LOCK-CHAIN-HEAD.
           MOVE "AUDFILE" TO CHN-CHAIN-ID
           READ CHN-FILE WITH LOCK
               INVALID KEY
                   CONTINUE
           END-READ.

       2920-HASH-AUDIT-ROW.
      *    Two running residues over every byte, modulo two
      *    different primes and seeded with the previous row's
      *    hash: changing any byte of the row, its sequence or the
      *    hash it chains from changes the result.  ORDAUDCK
      *    recomputes it the same way - the two must not drift.
           MOVE WS-HSH-SEED-A TO WS-HSH-A
           MOVE WS-HSH-SEED-B TO WS-HSH-B
           PERFORM 2925-HASH-ONE-BYTE
               VARYING WS-HSH-IX FROM 1 BY 1
               UNTIL WS-HSH-IX > 101
           MOVE WS-HSH-A TO WS-HSH-RESULT-A
           MOVE WS-HSH-B TO WS-HSH-RESULT-B.

       2925-HASH-ONE-BYTE.
           COMPUTE WS-HSH-BYTE =
               FUNCTION ORD(WS-HSH-INPUT(WS-HSH-IX:1))
           COMPUTE WS-HSH-A =
               FUNCTION MOD(WS-HSH-A * 257 + WS-HSH-BYTE, 999999937)
           COMPUTE WS-HSH-B =
               FUNCTION MOD(WS-HSH-B * 263 + WS-HSH-BYTE, 999999929).

       2930-ADVANCE-CHAIN-HEAD.
      *    Move the head on the moment the row is on the trail, so
      *    an abend later in the run cannot leave the next run
      *    reusing a sequence, then let go of the lock 2910
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

       2750-COMPUTE-CHECK-DIGIT.
      *    Mod-10 over the seven digits, rightmost first, doubling
      *    every second digit and folding a two-digit double back
           MOVE WS-RETENTION-DAYS TO CTL-RETENTION-DAYS
           MOVE WS-ROLLOVER-POLICY TO CTL-ROLLOVER-POLICY
           MOVE WS-LAST-ROLLOVER-YY TO CTL-LAST-ROLLOVER-YY
           MOVE WS-DAY-BASIS TO CTL-DAY-BASIS
           REWRITE CTL-RECORD
               INVALID KEY WRITE CTL-RECORD
           END-REWRITE
               MOVE WS-QUANTITY TO REG-QUANTITY
               MOVE WS-RUN-ID TO REG-RUN-ID
               MOVE WS-RUN-DATE TO REG-RUN-DATE
               MOVE WS-DEPT-ID TO REG-DEPT-ID
               WRITE REG-RECORD
                   INVALID KEY
                       DISPLAY "REGISTRY WARNING: request "
               END-WRITE
           END-IF.

       2990-RECORD-DEPT-USAGE.
      *    Count the numbers against the department's day the
      *    moment they are issued, so the next row - or the next
      *    run today - sees them.  The key is the pool the numbers
      *    actually came from.  A usage row that cannot be written
      *    leaves those numbers off the quota, so the operator
      *    hears about it.
           IF WS-RUN-MODE = "B" AND WS-DEPT-ID NOT = SPACES
               MOVE WS-DEPT-ID TO DUS-DEPT-ID
               MOVE WS-POOL-ID TO DUS-POOL-ID
               MOVE WS-TODAY-YYYYMMDD TO DUS-USAGE-DATE
               READ DUS-FILE
                   INVALID KEY
                       MOVE WS-QUANTITY TO DUS-QUANTITY-USED
                       MOVE 1 TO DUS-REQUEST-COUNT
                       MOVE WS-RUN-ID TO DUS-LAST-RUN-ID
                       WRITE DUS-RECORD
                   NOT INVALID KEY
                       IF DUS-QUANTITY-USED IS NOT NUMERIC
                           MOVE 0 TO DUS-QUANTITY-USED
                       END-IF
                       IF DUS-REQUEST-COUNT IS NOT NUMERIC
                           MOVE 0 TO DUS-REQUEST-COUNT
                       END-IF
                       ADD WS-QUANTITY TO DUS-QUANTITY-USED
                           ON SIZE ERROR
                               MOVE 9999999 TO DUS-QUANTITY-USED
                       END-ADD
                       ADD 1 TO DUS-REQUEST-COUNT
                           ON SIZE ERROR
                               MOVE 99999 TO DUS-REQUEST-COUNT
                       END-ADD
                       MOVE WS-RUN-ID TO DUS-LAST-RUN-ID
                       REWRITE DUS-RECORD
               END-READ
               IF WS-DUS-STATUS NOT = "00"
                   DISPLAY "QUOTA WARNING: usage for department "
                       WS-DEPT-ID " pool " WS-POOL-ID
                       " not recorded - status " WS-DUS-STATUS
               END-IF
           END-IF.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
               END-READ
           END-PERFORM.

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
           MOVE "ORDNUM" TO CYC-STEP-NAME
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
      *    CTL-FILE and CHK-FILE are already current as of the last
      *    2950-CHECKPOINT-CONTROL - nothing left to persist here.
           CLOSE CHK-FILE
           CLOSE REG-FILE
           CLOSE HLD-FILE
           IF WS-RUN-MODE = "B"
               CLOSE DAU-FILE
               CLOSE DUS-FILE
           END-IF
           CLOSE AUD-FILE
           CLOSE CHN-FILE
           CLOSE IFC-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE
      *    The run's own balance is ORDBAL's to prove against the
      *    TOTFILE trailer - the ledger row here only says the run
      *    reached its end and what it read and wrote.  Only the
      *    batch run is a night step - a single issue posting here
      *    would count as ORDNUM having run and open the gate.
           IF WS-RUN-MODE = "B"
               MOVE WS-REQUESTS-READ TO WS-CYC-ROWS-IN
               MOVE WS-AUD-ROWS-WRITTEN TO WS-CYC-ROWS-OUT
               PERFORM 8500-POST-CYCLE-LEDGER
           END-IF.
