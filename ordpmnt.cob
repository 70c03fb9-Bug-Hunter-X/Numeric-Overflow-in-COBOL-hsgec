      *  Pool maintenance for the ORDNUM control file.      *
      *  The only supported way to change a pool's warn    *
      *  threshold, ceiling or increment after the pool    *
      *  exists, to suspend/resume/retire a pool, to move  *
      *  it between calendar and business-day counting,    *
      *  and to list every pool with its current number    *
      *  and the percent of its range already used - so    *
      *  nobody has to hand-edit the indexed control file  *
      *  when a pool needs its ceiling raised ahead of an  *
      *  overflow.                                         *
      *  Reads keyed transactions from PMTFILE and prints  *
      *  an action-by-action report to PMRFILE.            *
      *  Two-person rule: a change action is only edited   *
      *  and staged on PNDFILE under its requester id.     *
      *  CTL-RECORD is touched when a different requester  *
      *  id APPROVEs the staged change in a later run -    *
      *  the edit is re-run against the pool as it stands  *
      *  then - and every change applied is written to     *
      *  the permanent PMJFILE journal with the whole      *
      *  control record before and after, so who asked,   *
      *  who released and what the old value was can be   *
      *  proved long after the print is gone (ORDPMJR      *
      *  reports the journal by pool and date range).      *
      *****************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDPMNT.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMT-STATUS.

           SELECT PND-FILE ASSIGN TO "PNDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHANGE-ID
               FILE STATUS IS WS-PND-STATUS.

           SELECT PMJ-FILE ASSIGN TO "PMJFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PMJ-STATUS.

           SELECT RPT-FILE ASSIGN TO "PMRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
       FD  PMT-FILE.
           COPY PMTREC.

       FD  PND-FILE.
           COPY PNDREC.

       FD  PMJ-FILE.
           COPY PMJREC.

       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).

           05  WS-PMT-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-PMT-EOF              PIC X(1)   VALUE "N".
           05  WS-CTL-EOF              PIC X(1)   VALUE "N".
           05  WS-PND-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-PND-EOF              PIC X(1)   VALUE "N".
           05  WS-PMJ-STATUS           PIC X(2)   VALUE SPACES.
           05  WS-RPT-STATUS           PIC X(2)   VALUE SPACES.

       01  WS-MAINT-FIELDS.
           05  WS-OLD-VALUE            PIC 9(5)   VALUE 0.
           05  WS-RESULT-TEXT          PIC X(30)  VALUE SPACES.
           05  WS-APPLIED              PIC 9      VALUE 0.
           05  WS-STAGED               PIC 9      VALUE 0.
           05  WS-DECLINED             PIC 9      VALUE 0.
           05  WS-PCT-USED             PIC 9(3)   VALUE 0.
           05  WS-RANGE-SIZE           PIC 9(6)   VALUE 0.
           05  WS-RANGE-USED           PIC 9(6)   VALUE 0.

      *    The change being edited - taken from the PMTFILE row when
      *    it is staged and from the PNDFILE row when it is released,
      *    so both passes run the very same edit paragraphs.
       01  WS-CHANGE-FIELDS.
           05  WS-ACTION               PIC X(8)   VALUE SPACES.
           05  WS-ACTION-POOL-ID       PIC X(10)  VALUE SPACES.
           05  WS-ACTION-VALUE         PIC X(9)   VALUE SPACES.
           05  WS-CHANGE-ID            PIC X(15)  VALUE SPACES.
           05  WS-CHANGE-BY            PIC X(8)   VALUE SPACES.
           05  WS-STAGE-SEQ            PIC 9(3)   VALUE 0.
           05  WS-BEFORE-IMAGE         PIC X(52)  VALUE SPACES.

       01  WS-REPORT-FIELDS.
           05  WS-PAGE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-LINE-COUNT           PIC 9(3)   VALUE 0.
           05  WS-APPLIED-COUNT        PIC 9(5)   VALUE 0.
           05  WS-REJECTED-COUNT       PIC 9(5)   VALUE 0.
           05  WS-LISTED-COUNT         PIC 9(5)   VALUE 0.
           05  WS-STAGED-COUNT         PIC 9(5)   VALUE 0.
           05  WS-DECLINED-COUNT       PIC 9(5)   VALUE 0.
           05  WS-PENDING-COUNT        PIC 9(5)   VALUE 0.

       01  WS-RPT-HEADING-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "NEW".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(15)  VALUE "CHANGE-ID".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(30)  VALUE "RESULT".

       01  WS-RPT-DETAIL.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-NEW-VALUE             PIC ZZZZZZZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CHANGE-ID             PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-CHANGE-BY             PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  D-RESULT                PIC X(30)  VALUE SPACES.

       01  WS-LST-HEADING.
           05  FILLER                  PIC X(9)   VALUE "CEILING".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "PCT-USED".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BASIS".

       01  WS-LST-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(8)   VALUE SPACES.
           05  L-PCT-USED              PIC ZZ9    VALUE ZERO.
           05  FILLER                  PIC X(2)   VALUE " %".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  L-DAY-BASIS             PIC X(8)   VALUE SPACES.

       01  WS-PND-HEADING.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(15)  VALUE "CHANGE-ID".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "ACTION".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "POOL".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(9)   VALUE "NEW".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(8)   VALUE "BY".
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(10)  VALUE "STAGED".

       01  WS-PND-DETAIL.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  N-CHANGE-ID             PIC X(15)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  N-ACTION                PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  N-POOL-ID               PIC X(10)  VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  N-NEW-VALUE             PIC X(9)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  N-REQUESTER-ID          PIC X(8)   VALUE SPACES.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  N-STAGED-DATE           PIC X(10)  VALUE SPACES.

       01  WS-RPT-FOOTER-1.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(24)  VALUE
               "TOTAL POOLS LISTED: ".
           05  F-LISTED                PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(22)  VALUE
               "TOTAL PENDING LISTED: ".
           05  F-PENDING               PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-RPT-FOOTER-3.
           05  FILLER                  PIC X(1)   VALUE SPACE.
           05  FILLER                  PIC X(24)  VALUE
               "TOTAL CHANGES STAGED: ".
           05  F-STAGED                PIC ZZ,ZZ9 VALUE ZERO.
           05  FILLER                  PIC X(4)   VALUE SPACES.
           05  FILLER                  PIC X(22)  VALUE
               "TOTAL DECLINED: ".
           05  F-DECLINED              PIC ZZ,ZZ9 VALUE ZERO.

       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-YYMMDD  PIC 9(6).
               10  WS-CURRENT-MM       PIC 9(2).
               10  WS-CURRENT-DD       PIC 9(2).
           05  WS-RUN-DATE             PIC X(10)  VALUE SPACES.
           05  WS-RUN-TIME-HHMMSSCC    PIC 9(8).
           05  WS-RUN-TIME             PIC X(8)   VALUE SPACES.
           05  WS-RUN-STAMP            PIC X(12)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-LOGIC.
           MOVE "/" TO WS-RUN-DATE(6:1)
           MOVE "20" TO WS-RUN-DATE(7:2)
           MOVE WS-CURRENT-YY TO WS-RUN-DATE(9:2)
           ACCEPT WS-RUN-TIME-HHMMSSCC FROM TIME
           MOVE WS-RUN-TIME-HHMMSSCC(1:2) TO WS-RUN-TIME(1:2)
           MOVE ":" TO WS-RUN-TIME(3:1)
           MOVE WS-RUN-TIME-HHMMSSCC(3:2) TO WS-RUN-TIME(4:2)
           MOVE ":" TO WS-RUN-TIME(6:1)
           MOVE WS-RUN-TIME-HHMMSSCC(5:2) TO WS-RUN-TIME(7:2)
      *    The run stamp prefixes every change id staged this run -
      *    it is also how an APPROVE recognizes a change staged in
      *    the same run and refuses it.
           STRING WS-CURRENT-DATE-YYMMDD
               WS-RUN-TIME-HHMMSSCC(1:6) DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           OPEN OUTPUT RPT-FILE
      *    Unlike ORDNUM, a missing CTLFILE is not "first run" here -
      *    there is nothing to maintain until ORDNUM has created at
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      *    Same "35 = missing, anything else is fatal" rule ORDNUM
      *    applies to its registry - the pending file is the only
      *    record of what is waiting for a second person.
           OPEN I-O PND-FILE
           IF WS-PND-STATUS NOT = "00"
               IF WS-PND-STATUS = "35"
                   OPEN OUTPUT PND-FILE
                   CLOSE PND-FILE
                   OPEN I-O PND-FILE
               ELSE
                   DISPLAY "FATAL: PNDFILE open failed - status "
                       WS-PND-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
      *    The journal is permanent and only ever extended - the
      *    same EXTEND-else-create rule as the audit trail, so an
      *    open error can never truncate past changes.
           OPEN EXTEND PMJ-FILE
           IF WS-PMJ-STATUS NOT = "00"
               IF WS-PMJ-STATUS = "35"
                   OPEN OUTPUT PMJ-FILE
               ELSE
                   DISPLAY "FATAL: PMJFILE open failed - status "
                       WS-PMJ-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       2000-PROCESS-TRANSACTIONS.

       2100-APPLY-TRANSACTION.
           MOVE 0 TO WS-APPLIED
           MOVE 0 TO WS-STAGED
           MOVE 0 TO WS-DECLINED
           MOVE 0 TO WS-OLD-VALUE
           MOVE 0 TO WS-NEW-VALUE
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE SPACES TO WS-CHANGE-ID
           MOVE PMT-REQUESTER-ID TO WS-CHANGE-BY
           MOVE PMT-POOL-ID TO WS-ACTION-POOL-ID
           EVALUATE PMT-ACTION
               WHEN "LIST"
                   PERFORM 3000-LIST-POOLS
               WHEN "LISTPND"
                   PERFORM 3500-LIST-PENDING
               WHEN "APPROVE"
                   PERFORM 4000-APPROVE-CHANGE
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN "DECLINE"
                   PERFORM 4500-DECLINE-CHANGE
                   PERFORM 5100-WRITE-DETAIL-LINE
               WHEN OTHER
                   PERFORM 2150-STAGE-CHANGE
                   PERFORM 5100-WRITE-DETAIL-LINE
           END-EVALUATE.

       2150-STAGE-CHANGE.
      *    The change is edited now, against the pool as it stands,
      *    so nothing malformed ever waits for approval - but the
      *    edited control record is never rewritten here.  It is
      *    only staged, under the requester id that asked for it.
           MOVE PMT-ACTION TO WS-ACTION
           MOVE PMT-NEW-VALUE TO WS-ACTION-VALUE
           IF PMT-REQUESTER-ID = SPACES
               MOVE "REJECTED - NO REQUESTER ID" TO WS-RESULT-TEXT
           ELSE
               MOVE WS-ACTION-POOL-ID TO CTL-POOL-ID
               READ CTL-FILE
                   INVALID KEY
                       MOVE "REJECTED - UNKNOWN POOL"
                           TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       PERFORM 2200-EDIT-CHANGE
               END-READ
      *    The change id is the run stamp plus a three-digit
      *    sequence - a 1000th change this run would wrap onto an
      *    id already staged, so it is refused for the next run.
               IF WS-APPLIED = 1
                   MOVE 0 TO WS-APPLIED
                   IF WS-STAGE-SEQ = 999
                       MOVE "REJECTED - 999 STAGED THIS RUN"
                           TO WS-RESULT-TEXT
                       DISPLAY "PMTFILE: more than 999 changes staged"
                           " in one run - pool " WS-ACTION-POOL-ID
                           " " WS-ACTION " not staged; resubmit it"
                   ELSE
                       PERFORM 2170-WRITE-PENDING
                   END-IF
               END-IF
           END-IF.

       2170-WRITE-PENDING.
           ADD 1 TO WS-STAGE-SEQ
           STRING WS-RUN-STAMP WS-STAGE-SEQ DELIMITED BY SIZE
               INTO WS-CHANGE-ID
           MOVE SPACES TO PND-RECORD
           MOVE WS-CHANGE-ID TO PND-CHANGE-ID
           MOVE "P" TO PND-STATUS
           MOVE WS-ACTION TO PND-ACTION
           MOVE WS-ACTION-POOL-ID TO PND-POOL-ID
           MOVE WS-ACTION-VALUE TO PND-NEW-VALUE
           MOVE WS-OLD-VALUE TO PND-OLD-VALUE
           MOVE PMT-REQUESTER-ID TO PND-REQUESTER-ID
           MOVE WS-RUN-DATE TO PND-STAGED-DATE
           WRITE PND-RECORD
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "FATAL: PNDFILE write failed - status "
                   WS-PND-STATUS " change " WS-CHANGE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "STAGED - AWAITING APPROVAL" TO WS-RESULT-TEXT
           MOVE 1 TO WS-STAGED.

       2200-EDIT-CHANGE.
      *    A retired pool is closed for good - nothing may be changed
      *    on it again, which is what separates RETIRE from SUSPEND.
      *    WS-APPLIED = 1 means the change passed its edit and has
      *    been made to CTL-RECORD in storage; only the release of
      *    an approved change rewrites it.
           IF CTL-POOL-STATUS = "R"
               MOVE "REJECTED - POOL RETIRED" TO WS-RESULT-TEXT
           ELSE
               EVALUATE WS-ACTION
                   WHEN "CHGWARN"
                       PERFORM 2300-CHANGE-WARN
                   WHEN "CHGCEIL"
                       PERFORM 2550-CHANGE-RETENTION
                   WHEN "CHGROLL"
                       PERFORM 2580-CHANGE-ROLLOVER
                   WHEN "CHGDAYS"
                       PERFORM 2590-CHANGE-DAY-BASIS
                   WHEN "SUSPEND"
                       PERFORM 2600-SUSPEND-POOL
                   WHEN "RESUME"
                       MOVE "REJECTED - UNKNOWN ACTION"
                           TO WS-RESULT-TEXT
               END-EVALUATE
           END-IF.

       2300-CHANGE-WARN.
      *    value for an annual-numbered restart.  The letter rides
      *    in the result text since the old/new report columns are
      *    numeric.
           IF WS-ACTION-VALUE(1:1) = "N"
                   OR WS-ACTION-VALUE(1:1) = "E"
                   OR WS-ACTION-VALUE(1:1) = "B"
               MOVE WS-ACTION-VALUE(1:1) TO CTL-ROLLOVER-POLICY
               STRING "UPDATED - POLICY "
                   WS-ACTION-VALUE(1:1) DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           ELSE
                   TO WS-RESULT-TEXT
           END-IF.

       2590-CHANGE-DAY-BASIS.
      *    C = hold expiry, lapse, aging and forecasting count
      *    calendar days for this pool; B = they count business
      *    days off the shop calendar.  A pool that issues seven
      *    days a week (BATCHTKT) belongs on C.  Like the rollover
      *    policy, the letter rides in the result text.
           IF WS-ACTION-VALUE(1:1) = "C"
                   OR WS-ACTION-VALUE(1:1) = "B"
               MOVE WS-ACTION-VALUE(1:1) TO CTL-DAY-BASIS
               STRING "UPDATED - BASIS "
                   WS-ACTION-VALUE(1:1) DELIMITED BY SIZE
                   INTO WS-RESULT-TEXT
               MOVE 1 TO WS-APPLIED
           ELSE
               MOVE "REJECTED - BASIS NOT C/B"
                   TO WS-RESULT-TEXT
           END-IF.

       2600-SUSPEND-POOL.
           IF CTL-POOL-STATUS = "S"
               MOVE "REJECTED - ALREADY SUSPENDED"
      *    the ORDNUM PARM: the value must be a 1-5 digit number or
      *    it never touches the numeric field at all.
           MOVE "N" TO WS-VALUE-OK
           IF WS-ACTION-VALUE = SPACES
               MOVE "REJECTED - VALUE MISSING" TO WS-RESULT-TEXT
           ELSE
               IF FUNCTION LENGTH(FUNCTION TRIM(WS-ACTION-VALUE)) > 5
                   OR FUNCTION TRIM(WS-ACTION-VALUE) IS NOT NUMERIC
                   MOVE "REJECTED - VALUE NOT NUMERIC"
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE FUNCTION NUMVAL(WS-ACTION-VALUE)
                       TO WS-NEW-VALUE
                   MOVE "Y" TO WS-VALUE-OK
               END-IF
           END-IF
           MOVE CTL-CEILING TO L-CEILING
           MOVE WS-PCT-USED TO L-PCT-USED
           IF CTL-DAY-BASIS = "B"
               MOVE "BUSINESS" TO L-DAY-BASIS
           ELSE
               MOVE "CALENDAR" TO L-DAY-BASIS
           END-IF
           WRITE RPT-LINE FROM WS-LST-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-LISTED-COUNT.

       3500-LIST-PENDING.
      *    Every change still waiting for its second person, so the
      *    approver has the change ids to key APPROVE or DECLINE.
           IF WS-PAGE-COUNT = 0
               PERFORM 5000-WRITE-REPORT-HEADERS
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-PND-HEADING
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           MOVE LOW-VALUES TO PND-CHANGE-ID
           START PND-FILE KEY NOT < PND-CHANGE-ID
               INVALID KEY
                   MOVE "Y" TO WS-PND-EOF
               NOT INVALID KEY
                   MOVE "N" TO WS-PND-EOF
           END-START
           PERFORM 3600-LIST-NEXT-PENDING UNTIL WS-PND-EOF = "Y"
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE AFTER ADVANCING 1 LINE
           WRITE RPT-LINE FROM WS-RPT-HEADING-2
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       3600-LIST-NEXT-PENDING.
           READ PND-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-PND-EOF
               NOT AT END
                   IF PND-STATUS = "P"
                       PERFORM 3700-WRITE-PENDING-LINE
                   END-IF
           END-READ.

       3700-WRITE-PENDING-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 5000-WRITE-REPORT-HEADERS
               WRITE RPT-LINE FROM WS-PND-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF
           MOVE PND-CHANGE-ID TO N-CHANGE-ID
           MOVE PND-ACTION TO N-ACTION
           MOVE PND-POOL-ID TO N-POOL-ID
           MOVE PND-NEW-VALUE TO N-NEW-VALUE
           MOVE PND-REQUESTER-ID TO N-REQUESTER-ID
           MOVE PND-STAGED-DATE TO N-STAGED-DATE
           WRITE RPT-LINE FROM WS-PND-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD 1 TO WS-PENDING-COUNT.

       4000-APPROVE-CHANGE.
           MOVE PMT-CHANGE-ID TO WS-CHANGE-ID
           IF PMT-REQUESTER-ID = SPACES
               MOVE "REJECTED - NO APPROVER ID" TO WS-RESULT-TEXT
           ELSE
               MOVE WS-CHANGE-ID TO PND-CHANGE-ID
               READ PND-FILE
                   INVALID KEY
                       MOVE "REJECTED - NO SUCH CHANGE"
                           TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       PERFORM 4100-CHECK-APPROVAL
               END-READ
           END-IF.

       4100-CHECK-APPROVAL.
      *    The two-person rule: the approver may not be the person
      *    who asked, and the release may not ride in the run that
      *    staged the change - a single PMTFILE carrying both the
      *    request and its approval would defeat the point.
           MOVE PND-POOL-ID TO WS-ACTION-POOL-ID
           EVALUATE TRUE
               WHEN PND-STATUS NOT = "P"
                   MOVE "REJECTED - NOT PENDING" TO WS-RESULT-TEXT
               WHEN PND-REQUESTER-ID = PMT-REQUESTER-ID
                   MOVE "REJECTED - APPROVER = REQUESTER"
                       TO WS-RESULT-TEXT
               WHEN PND-CHANGE-ID(1:12) = WS-RUN-STAMP
                   MOVE "REJECTED - STAGED THIS RUN"
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 4200-RELEASE-CHANGE
           END-EVALUATE.

       4200-RELEASE-CHANGE.
      *    The pool may have moved on since the change was staged
      *    (a ceiling staged last week may now sit below the
      *    current number), so the edit is run again against the
      *    control record as it stands.  A change that no longer
      *    passes is closed as refused, not left pending.
           MOVE PND-ACTION TO WS-ACTION
           MOVE PND-NEW-VALUE TO WS-ACTION-VALUE
           MOVE WS-ACTION-POOL-ID TO CTL-POOL-ID
           READ CTL-FILE
               INVALID KEY
                   MOVE "REJECTED - UNKNOWN POOL" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   MOVE CTL-RECORD TO WS-BEFORE-IMAGE
                   PERFORM 2200-EDIT-CHANGE
           END-READ
           IF WS-APPLIED = 1
               REWRITE CTL-RECORD
               IF WS-CTL-STATUS NOT = "00"
                   DISPLAY "FATAL: CTLFILE rewrite failed - status "
                       WS-CTL-STATUS " pool " WS-ACTION-POOL-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4300-WRITE-JOURNAL
               MOVE "A" TO PND-STATUS
           ELSE
               MOVE "X" TO PND-STATUS
           END-IF
           PERFORM 4400-CLOSE-PENDING.

       4300-WRITE-JOURNAL.
           MOVE SPACES TO PMJ-RECORD
           MOVE PND-CHANGE-ID TO PMJ-CHANGE-ID
           MOVE PND-POOL-ID TO PMJ-POOL-ID
           MOVE PND-ACTION TO PMJ-ACTION
           MOVE WS-RUN-DATE TO PMJ-APPLIED-DATE
           MOVE WS-RUN-TIME TO PMJ-APPLIED-TIME
           MOVE PND-REQUESTER-ID TO PMJ-REQUESTER-ID
           MOVE PMT-REQUESTER-ID TO PMJ-APPROVER-ID
           MOVE PND-STAGED-DATE TO PMJ-STAGED-DATE
           MOVE WS-BEFORE-IMAGE TO PMJ-BEFORE-IMAGE
           MOVE CTL-RECORD TO PMJ-AFTER-IMAGE
           WRITE PMJ-RECORD
           IF WS-PMJ-STATUS NOT = "00"
               DISPLAY "FATAL: PMJFILE write failed - status "
                   WS-PMJ-STATUS " change " PND-CHANGE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4400-CLOSE-PENDING.
           MOVE PMT-REQUESTER-ID TO PND-APPROVER-ID
           MOVE WS-RUN-DATE TO PND-DECIDED-DATE
           REWRITE PND-RECORD
           IF WS-PND-STATUS NOT = "00"
               DISPLAY "FATAL: PNDFILE rewrite failed - status "
                   WS-PND-STATUS " change " PND-CHANGE-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4500-DECLINE-CHANGE.
      *    Either person may withdraw a pending change - declining
      *    never touches the control file, so it needs no second
      *    pair of eyes.
           MOVE PMT-CHANGE-ID TO WS-CHANGE-ID
           MOVE WS-CHANGE-ID TO PND-CHANGE-ID
           READ PND-FILE
               INVALID KEY
                   MOVE "REJECTED - NO SUCH CHANGE" TO WS-RESULT-TEXT
               NOT INVALID KEY
                   MOVE PND-POOL-ID TO WS-ACTION-POOL-ID
                   IF PND-STATUS NOT = "P"
                       MOVE "REJECTED - NOT PENDING"
                           TO WS-RESULT-TEXT
                   ELSE
                       MOVE "D" TO PND-STATUS
                       PERFORM 4400-CLOSE-PENDING
                       MOVE "DECLINED" TO WS-RESULT-TEXT
                       MOVE 1 TO WS-DECLINED
                   END-IF
           END-READ.

       5000-WRITE-REPORT-HEADERS.
           ADD 1 TO WS-PAGE-COUNT
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           END-IF
           MOVE SPACES TO WS-RPT-DETAIL
           MOVE PMT-ACTION TO D-ACTION
           MOVE WS-ACTION-POOL-ID TO D-POOL-ID
           MOVE WS-OLD-VALUE TO D-OLD-VALUE
           MOVE WS-NEW-VALUE TO D-NEW-VALUE
           MOVE WS-CHANGE-ID TO D-CHANGE-ID
           MOVE WS-CHANGE-BY TO D-CHANGE-BY
           MOVE WS-RESULT-TEXT TO D-RESULT
           WRITE RPT-LINE FROM WS-RPT-DETAIL AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           EVALUATE TRUE
               WHEN WS-APPLIED = 1
                   ADD 1 TO WS-APPLIED-COUNT
               WHEN WS-STAGED = 1
                   ADD 1 TO WS-STAGED-COUNT
               WHEN WS-DECLINED = 1
                   ADD 1 TO WS-DECLINED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
           END-EVALUATE.

       5900-WRITE-REPORT-FOOTER.
           IF WS-PAGE-COUNT = 0
           MOVE WS-APPLIED-COUNT TO F-APPLIED
           MOVE WS-REJECTED-COUNT TO F-REJECTED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-1 AFTER ADVANCING 2 LINES
           MOVE WS-STAGED-COUNT TO F-STAGED
           MOVE WS-DECLINED-COUNT TO F-DECLINED
           WRITE RPT-LINE FROM WS-RPT-FOOTER-3 AFTER ADVANCING 1 LINE
           MOVE WS-LISTED-COUNT TO F-LISTED
           MOVE WS-PENDING-COUNT TO F-PENDING
           WRITE RPT-LINE FROM WS-RPT-FOOTER-2 AFTER ADVANCING 1 LINE.

       9000-TERMINATE.
           CLOSE CTL-FILE
           CLOSE PND-FILE
           CLOSE PMJ-FILE
           PERFORM 5900-WRITE-REPORT-FOOTER
           CLOSE RPT-FILE.
